      *> CLAIMED、做完標 DONE，兩個人不會再撞同一件。沒有派工
      *> 檔就維持單一佇列的舊行為。決議行帶上作業員代號，
      *> 決議分析報表分得出誰做的。
      *> 作業員授權表（見 operauth.cpy）要有 REVIEWQ 權限才開得了
      *> 佇列，COUNTRY 欄不在作業員可用國家裡的件直接跳過不開。
      *> REVIEWQ_MODE=QA 是盲測複核：REVIEWQA 從某天的決議抽樣，
      *> 把原始佇列列另存 qa_queue_YYYYMMDD.txt、派給第二位覆核員
      *> （qa_assign_YYYYMMDD.txt，絕不派回原覆核員），這裡照一般
      *> 覆核一樣開件，看不到第一位的處置；決議追加到
      *> qa_decisions_YYYYMMDD.txt（YYYYMMDD = REVIEWQ_QA_DATE，
      *> 原決議那天，預設今天）。QA 模式一定要有派工檔、要有
      *> REVIEWQ:QA 權限。
      *> REVIEWQ_MODE=BULK 是整批處置（要 REVIEWQ:BULK 權限）：同一
      *> 個毛病（同一個查不到的大樓名、同一個拼錯的行政區）常常
      *> 一次幾十件。作業員鍵一個樣式 - ORIGINAL 裡的一段字，或
      *> 「欄位=值」（欄位名同修正用的，值整欄比對、不分大小寫）-
      *> 列出所有符合、還沒被處置的件（有派工檔的只列 UNCLAIMED
      *> 的件，不分派給誰；決議檔裡已經有 DECISION 行的不列），
      *> 鍵清單上的序號把例外剔掉（再鍵一次放回來），再一次下
      *> A / C / S 套到全部勾選的件。每件照樣各寫一行 DECISION
      *> （後面多一欄 BULK-時分秒-批號 註記整批）跟自己的 CORRECT
      *> 行，REVIEWAPPLY、DECANAL、REFPROPOSE 照常讀。套用前重讀
      *> 派工檔，這中間被別人認領掉的件不動。整批的決議用追加，
      *> 不會蓋掉同一天逐件覆核的決議。
      *> ADDR_ENTITY（預設 BANK）指定法人：佇列、決議、派工檔
      *> 一律掛「代碼_」前綴，跟寫佇列的 AddressSplitterFinal、
      *> ADDRMAST 和讀決議的 REVIEWAPPLY 一致。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT DECISION-FILE ASSIGN TO DYNAMIC
               WS-DECISION-FILE-NAME ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT ASGN-FILE ASSIGN TO DYNAMIC WS-ASGN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASGN-STATUS.
       01 WS-QUEUE-FILE-NAME   PIC X(100).
       01 WS-QUEUE-FILE-STATUS PIC XX.
       01 WS-DECISION-FILE-NAME PIC X(100).
       01 WS-DECISION-STATUS   PIC XX.
       01 WS-MODE-ENV          PIC X(10).
       01 WS-QA-DATE           PIC X(8).
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WS-QUIT-SW           PIC X VALUE 'N'.
       01 WS-ITEM-NO           PIC 9(5) VALUE 0.
       01 CTL-CORRECTED        PIC 9(5) VALUE 0.
       01 CTL-SKIPPED          PIC 9(5) VALUE 0.
       01 CTL-NOT-MINE         PIC 9(5) VALUE 0.
       01 CTL-NOT-ENTITLED     PIC 9(5) VALUE 0.
       01 CTL-BULK-SETS        PIC 9(5) VALUE 0.

       *> 派工檔與作業員身分
       01 WS-USER-ENV          PIC X(20).
       01 DSK-KEY-X            PIC X(100).
       01 DSK-USER-X           PIC X(20).
       01 WS-OUT-STATE         PIC X(10).
      *> 這個場次整批處置過的件（不一定派給自己）收工時照這個
      *> 場次的狀態回寫
       01 BULK-DONE-TABLE VALUE SPACES.
           05 BULK-DONE-SW OCCURS 2000 TIMES PIC X.

      *> 整批處置：樣式、符合的件、這一批的修正
       01 WS-PATTERN           PIC X(120).
       01 WS-PAT-UPPER         PIC X(120).
       01 WS-ORIG-UPPER        PIC X(500).
       01 WS-BULK-DISP         PIC X.
       01 WS-PAT-LEN           PIC 9(3).
       01 WS-PAT-FIELD         PIC X(20).
       01 WS-PAT-VALUE         PIC X(100).
       01 WS-PAT-COL           PIC 9(2).
       01 WS-PAT-HITS          PIC 9(4).
       01 WS-ROW-MATCH         PIC X.
       01 WS-BULK-DONE-SW      PIC X.
       01 WS-BULK-SEQ          PIC 9(3) VALUE 0.
       01 WS-BULK-TIME         PIC 9(8).
       01 WS-BULK-TAG          PIC X(20).
       01 WS-PICK              PIC 9(4).
       01 BM-COUNT             PIC 9(4) VALUE 0.
       01 BM-IDX               PIC 9(4).
       01 BM-SELECTED          PIC 9(4).
       01 BM-OVERFLOW          PIC X.
       01 BM-TABLE.
           05 BM-ENTRY OCCURS 500 TIMES.
               10 BM-ITEM-NO     PIC 9(5).
               10 BM-KEY         PIC X(100).
               10 BM-ORIGINAL    PIC X(60).
               10 BM-SEL         PIC X.
       01 BC-COUNT             PIC 9(2) VALUE 0.
       01 BC-IDX               PIC 9(2).
       01 BC-TABLE.
           05 BC-LINE OCCURS 20 TIMES PIC X(120).
      *> 決議檔裡已經有 DECISION 行的鍵（不再列出來）
       01 DK-COUNT             PIC 9(4) VALUE 0.
       01 DK-IDX               PIC 9(4).
       01 DK-FOUND             PIC X.
       01 DK-TABLE.
           05 DK-KEY OCCURS 2000 TIMES PIC X(100).
       01 DX-TYPE              PIC X(20).
       01 DX-KEY               PIC X(100).

       01 CSV-FIELDS.
           05 CSV-CHINESE      PIC X(500).
           05 CSV-SCORE        PIC X(6).
           05 CSV-ACCOUNT-ID   PIC X(30).
           05 CSV-LANDMARK     PIC X(200).
           05 CSV-PINYIN-COL OCCURS 3 TIMES PIC X(100).
           05 CSV-RULECODES    PIC X(100).

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY
           MOVE SPACES TO WS-MODE-ENV
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT 'REVIEWQ_MODE'
           MOVE FUNCTION UPPER-CASE(WS-MODE-ENV) TO WS-MODE-ENV
           MOVE WS-RUN-DATE TO WS-QA-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQ_QA_DATE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:8) TO WS-QA-DATE
           END-IF

           IF WS-MODE-ENV = 'QA'
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'qa_queue_' WS-QA-DATE '.txt'
                   DELIMITED BY SIZE INTO WS-QUEUE-FILE-NAME
           ELSE
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'review_queue_' WS-RUN-DATE '.txt'
                   DELIMITED BY SIZE INTO WS-QUEUE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQ_QUEUE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-QUEUE-FILE-NAME
           END-IF

           IF WS-MODE-ENV NOT = 'QA' AND WS-MODE-ENV NOT = 'BULK'
              AND WS-MODE-ENV NOT = SPACES
               DISPLAY "REVIEWQ: REVIEWQ_MODE must be QA or BULK"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODE-ENV = 'QA'
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'qa_decisions_' WS-QA-DATE '.txt'
                   DELIMITED BY SIZE INTO WS-DECISION-FILE-NAME
           ELSE
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'review_decisions_' WS-RUN-DATE '.txt'
                   DELIMITED BY SIZE INTO WS-DECISION-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'REVIEWQ_DECISION_FILE'

           MOVE SPACES TO WS-USER-ENV
           ACCEPT WS-USER-ENV FROM ENVIRONMENT 'REVIEWQ_USER'
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF FUNCTION TRIM(WS-USER-ENV) = SPACES
               MOVE '(any)' TO WS-USER-ENV
           END-IF
           IF WS-MODE-ENV = 'QA'
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'qa_assign_' WS-QA-DATE '.txt'
                   DELIMITED BY SIZE INTO WS-ASGN-FILE-NAME
           ELSE
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'review_assign_' WS-RUN-DATE '.txt'
                   DELIMITED BY SIZE INTO WS-ASGN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQ_ASSIGN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ASGN-FILE-NAME
           END-IF
           PERFORM LOAD-ASSIGNMENTS
           *> 盲測沒有派工檔就等於誰都能複核自己的件
           IF WS-MODE-ENV = 'QA' AND WS-ASGN-ACTIVE = 'N'
               DISPLAY "REVIEWQ: QA mode needs the assignment file "
                   FUNCTION TRIM(WS-ASGN-FILE-NAME)
                   " - run REVIEWQA SAMPLE first"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           *> QA 決議好幾位複核員、好幾個場次共用一個檔，用追加；
           *> 整批處置也追加在同一天的決議後面
           IF WS-MODE-ENV = 'BULK'
               PERFORM LOAD-DECIDED-KEYS
           END-IF
           IF WS-MODE-ENV = 'QA' OR WS-MODE-ENV = 'BULK'
               OPEN EXTEND DECISION-FILE
               IF WS-DECISION-STATUS NOT = '00'
                   OPEN OUTPUT DECISION-FILE
               END-IF
           ELSE
               OPEN OUTPUT DECISION-FILE
           END-IF

           IF WS-MODE-ENV = 'BULK'
               CLOSE QUEUE-FILE
               PERFORM BULK-SESSION
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y' OR WS-QUIT-SW = 'Y'
                   READ QUEUE-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ITEM-NO
                           PERFORM REVIEW-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF

           CLOSE DECISION-FILE
           IF WS-ASGN-ACTIVE = 'Y'
               PERFORM REWRITE-ASSIGNMENTS
           END-IF
           DISPLAY "REVIEWQ: " CTL-ACCEPTED " accepted, "
               CTL-CORRECTED " corrected, " CTL-SKIPPED " skipped, "
               CTL-NOT-MINE " assigned elsewhere, "
               CTL-NOT-ENTITLED " outside your countries - "
               "decisions in "
               FUNCTION TRIM(WS-DECISION-FILE-NAME)
           IF WS-MODE-ENV = 'BULK'
               DISPLAY "REVIEWQ: " CTL-BULK-SETS
                   " bulk disposition(s) applied"
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "REVIEWQ: ADDR_ENTITY must be at most 4 "
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
           END-IF.

       *> 作業員授權表：沒有 REVIEWQ 權限的不准開佇列；之後每一
       *> 筆再依國家檢查（OA-AREA 留著同一個作業員代號重複用）
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE WS-USER-ENV TO OA-OPERATOR
           MOVE 'REVIEWQ' TO OA-PROGRAM
           EVALUATE WS-MODE-ENV
               WHEN 'QA'
                   MOVE 'QA' TO OA-ACTION
               WHEN 'BULK'
                   MOVE 'BULK' TO OA-ACTION
               WHEN OTHER
                   MOVE 'REVIEW' TO OA-ACTION
           END-EVALUATE
           MOVE WS-QUEUE-FILE-NAME TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "REVIEWQ: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not review - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> 派工檔載入（件號順序 = 佇列列順序）；檔案不存在就
       *> 維持單一佇列的舊行為。
       LOAD-ASSIGNMENTS.
               IF FUNCTION TRIM(AX-USER(ASGN-IDX)) =
                  FUNCTION TRIM(WS-USER-ENV)
                  OR ASGN-IDX > DSK-COUNT
                  OR BULK-DONE-SW(ASGN-IDX) = 'Y'
                   MOVE AX-STATE(ASGN-IDX) TO WS-OUT-STATE
               ELSE
                   MOVE DSK-STATE(ASGN-IDX) TO WS-OUT-STATE

       *> 顯示一筆佇列資料並收處置碼
       REVIEW-ONE-ITEM.
           PERFORM PARSE-QUEUE-ROW

           *> 作業員授權表沒涵蓋這筆的國家就不開（COUNTRY 欄空白
           *> 的件不分國家）
           IF FUNCTION TRIM(CSV-COL(21)) NOT = SPACES
               MOVE FUNCTION TRIM(CSV-COL(21)) TO OA-COUNTRY
               MOVE 'N' TO OA-LOG-SW
               CALL 'OPERAUTH' USING OA-AREA
               IF NOT OA-IS-GRANTED
                   ADD 1 TO CTL-NOT-ENTITLED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> 有派工檔：不是派給我的、或已被認領/做掉的件跳過；
           END-IF

           DISPLAY " "
           IF WS-MODE-ENV = 'QA'
               DISPLAY "=== QA second review, item " WS-ITEM-NO
                   " ==="
           ELSE
               DISPLAY "=== Review item " WS-ITEM-NO " ==="
           END-IF
           DISPLAY "Original : " FUNCTION TRIM(CSV-ORIGINAL)
           *> 中英文對不起來送進來的件（RuleCodes 帶 XLANG-xxx）
           *> 要對著中文欄看才判斷得了
           IF FUNCTION TRIM(CSV-CHINESE) NOT = SPACES
               DISPLAY "Chinese  : " FUNCTION TRIM(CSV-CHINESE)
           END-IF
           DISPLAY "Account  : " FUNCTION TRIM(CSV-ACCOUNT-ID)
           DISPLAY "Score    : " FUNCTION TRIM(CSV-SCORE)
           IF FUNCTION TRIM(CSV-RULECODES) NOT = SPACES
               DISPLAY "Reasons  : " FUNCTION TRIM(CSV-RULECODES)
           END-IF
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 29
               IF FUNCTION TRIM(CSV-COL(COL-IDX)) NOT = SPACES
                   PERFORM GET-COLUMN-NAME
                   PERFORM MARK-ITEM-DONE
           END-EVALUATE.

      *> 一列佇列拆欄、定出鍵值（有帳號用帳號，沒有用 ORIGINAL）
       PARSE-QUEUE-ROW.
           MOVE SPACES TO CSV-FIELDS
           UNSTRING QUEUE-REC DELIMITED BY ';'
               INTO CSV-CHINESE CSV-ORIGINAL
                    CSV-COL(1) CSV-COL(2) CSV-COL(3) CSV-COL(4)
                    CSV-COL(5) CSV-COL(6) CSV-COL(7) CSV-COL(8)
                    CSV-COL(9) CSV-COL(10) CSV-COL(11) CSV-COL(12)
                    CSV-COL(13) CSV-COL(14) CSV-COL(15) CSV-COL(16)
                    CSV-COL(17) CSV-COL(18) CSV-COL(19) CSV-COL(20)
                    CSV-COL(21) CSV-COL(22) CSV-COL(23) CSV-COL(24)
                    CSV-COL(25) CSV-COL(26) CSV-COL(27) CSV-COL(28)
                    CSV-COL(29)
                    CSV-CONCAT CSV-SCORE CSV-ACCOUNT-ID CSV-LANDMARK
                    CSV-PINYIN-COL(1) CSV-PINYIN-COL(2)
                    CSV-PINYIN-COL(3) CSV-RULECODES
           END-UNSTRING

           IF FUNCTION TRIM(CSV-ACCOUNT-ID) NOT = SPACES
               MOVE FUNCTION TRIM(CSV-ACCOUNT-ID) TO WS-ITEM-KEY
           ELSE
               MOVE FUNCTION TRIM(CSV-ORIGINAL) TO WS-ITEM-KEY
           END-IF.

       MARK-ITEM-DONE.
           IF WS-ASGN-ACTIVE = 'Y' AND WS-ITEM-NO <= ASGN-COUNT
               MOVE 'DONE' TO AX-STATE(WS-ITEM-NO)
           END-PERFORM
           MOVE 'N' TO WS-QUIT-SW.

      *> 整批處置：一個樣式一輪，樣式空白收工
       BULK-SESSION.
           ACCEPT WS-BULK-TIME FROM TIME
           PERFORM UNTIL WS-QUIT-SW = 'Y'
               DISPLAY " "
               DISPLAY "Pattern - ORIGINAL text or FIELD=VALUE "
                   "(blank to finish)?"
               MOVE SPACES TO WS-PATTERN
               ACCEPT WS-PATTERN
               IF WS-PATTERN = SPACES
                   MOVE 'Y' TO WS-QUIT-SW
               ELSE
                   PERFORM BULK-ONE-PATTERN
               END-IF
           END-PERFORM.

      *> 列出符合的件，剔除例外後一次處置；X 整批作罷
       BULK-ONE-PATTERN.
           PERFORM PARSE-PATTERN
           PERFORM FIND-PATTERN-ROWS
           IF BM-COUNT = 0
               DISPLAY "No open review rows match "
                   FUNCTION TRIM(WS-PATTERN)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BULK-DONE-SW
           PERFORM UNTIL WS-BULK-DONE-SW = 'Y'
               PERFORM SHOW-PATTERN-ROWS
               DISPLAY "Row no. to deselect/reselect, or A=accept "
                   "C=correct S=skip all selected, X=cancel?"
               MOVE SPACES TO WS-DISP
               ACCEPT WS-DISP
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DISP))
                   TO WS-DISP
               EVALUATE TRUE
                   WHEN WS-DISP = 'A' OR 'C' OR 'S'
                       IF BM-SELECTED = 0
                           DISPLAY "Nothing selected"
                       ELSE
                           MOVE WS-DISP TO WS-BULK-DISP
                           PERFORM APPLY-BULK-DISPOSITION
                           MOVE 'Y' TO WS-BULK-DONE-SW
                       END-IF
                   WHEN WS-DISP = 'X'
                       MOVE 'Y' TO WS-BULK-DONE-SW
                   WHEN FUNCTION TRIM(WS-DISP) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-DISP) TO WS-PICK
                       IF WS-PICK < 1 OR WS-PICK > BM-COUNT
                           DISPLAY "No row " WS-PICK " in the list"
                       ELSE
                           IF BM-SEL(WS-PICK) = 'Y'
                               MOVE 'N' TO BM-SEL(WS-PICK)
                           ELSE
                               MOVE 'Y' TO BM-SEL(WS-PICK)
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "Enter a row number, A, C, S or X"
               END-EVALUATE
           END-PERFORM.

      *> 「欄位=值」的欄位名稱對得到輸出欄位就比那一欄，否則
      *> 整串當 ORIGINAL 裡的一段字
       PARSE-PATTERN.
           MOVE 0 TO WS-PAT-COL
           MOVE SPACES TO WS-PAT-FIELD WS-PAT-VALUE WS-PAT-UPPER
           MOVE 0 TO WS-PAT-HITS
           INSPECT WS-PATTERN TALLYING WS-PAT-HITS FOR ALL '='
           IF WS-PAT-HITS > 0
               UNSTRING WS-PATTERN DELIMITED BY '='
                   INTO WS-PAT-FIELD WS-PAT-VALUE
               END-UNSTRING
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > 29 OR WS-PAT-COL > 0
                   PERFORM GET-COLUMN-NAME
                   IF COL-NAME = FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(WS-PAT-FIELD))
                       MOVE COL-IDX TO WS-PAT-COL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PAT-COL > 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAT-VALUE))
                   TO WS-PAT-UPPER
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PATTERN))
                   TO WS-PAT-UPPER
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATTERN))
                   TO WS-PAT-LEN
           END-IF.

      *> 佇列從頭掃一遍收符合的件；派工狀態用磁碟上的現狀
       FIND-PATTERN-ROWS.
           MOVE 0 TO BM-COUNT WS-ITEM-NO
           MOVE 'N' TO BM-OVERFLOW EOF-FLAG
           IF WS-ASGN-ACTIVE = 'Y'
               PERFORM RELOAD-DISK-STATES
           END-IF
           OPEN INPUT QUEUE-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-NO
                       PERFORM CONSIDER-PATTERN-ROW
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       CONSIDER-PATTERN-ROW.
           PERFORM PARSE-QUEUE-ROW
           MOVE 'N' TO WS-ROW-MATCH
           IF WS-PAT-COL > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                  CSV-COL(WS-PAT-COL))) = WS-PAT-UPPER
                   MOVE 'Y' TO WS-ROW-MATCH
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(CSV-ORIGINAL) TO WS-ORIG-UPPER
               MOVE 0 TO WS-PAT-HITS
               INSPECT WS-ORIG-UPPER TALLYING WS-PAT-HITS
                   FOR ALL WS-PAT-UPPER(1:WS-PAT-LEN)
               IF WS-PAT-HITS > 0
                   MOVE 'Y' TO WS-ROW-MATCH
               END-IF
           END-IF
           IF WS-ROW-MATCH = 'N'
               EXIT PARAGRAPH
           END-IF

           *> 國家不在作業員可用範圍、已被認領/做掉、決議檔裡已經
           *> 有處置的件都不列
           IF FUNCTION TRIM(CSV-COL(21)) NOT = SPACES
               MOVE FUNCTION TRIM(CSV-COL(21)) TO OA-COUNTRY
               MOVE 'N' TO OA-LOG-SW
               CALL 'OPERAUTH' USING OA-AREA
               IF NOT OA-IS-GRANTED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ASGN-ACTIVE = 'Y' AND WS-ITEM-NO <= ASGN-COUNT
               IF FUNCTION TRIM(AX-STATE(WS-ITEM-NO)) NOT = 'UNCLAIMED'
                   EXIT PARAGRAPH
               END-IF
               IF WS-ITEM-NO <= DSK-COUNT
                  AND FUNCTION TRIM(DSK-STATE(WS-ITEM-NO))
                      NOT = 'UNCLAIMED'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FIND-DECIDED-KEY
           IF DK-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF BM-COUNT >= 500
               MOVE 'Y' TO BM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BM-COUNT
           MOVE WS-ITEM-NO TO BM-ITEM-NO(BM-COUNT)
           MOVE WS-ITEM-KEY TO BM-KEY(BM-COUNT)
           MOVE FUNCTION TRIM(CSV-ORIGINAL) TO BM-ORIGINAL(BM-COUNT)
           MOVE 'Y' TO BM-SEL(BM-COUNT).

       SHOW-PATTERN-ROWS.
           MOVE 0 TO BM-SELECTED
           DISPLAY " "
           DISPLAY "=== Bulk: " BM-COUNT " open row(s) match "
               FUNCTION TRIM(WS-PATTERN) " ==="
           PERFORM VARYING BM-IDX FROM 1 BY 1 UNTIL BM-IDX > BM-COUNT
               IF BM-SEL(BM-IDX) = 'Y'
                   ADD 1 TO BM-SELECTED
                   DISPLAY BM-IDX " [x] item " BM-ITEM-NO(BM-IDX)
                       "  " FUNCTION TRIM(BM-ORIGINAL(BM-IDX))
               ELSE
                   DISPLAY BM-IDX " [ ] item " BM-ITEM-NO(BM-IDX)
                       "  " FUNCTION TRIM(BM-ORIGINAL(BM-IDX))
               END-IF
           END-PERFORM
           IF BM-OVERFLOW = 'Y'
               DISPLAY "(only the first 500 matches are listed - "
                   "narrow the pattern)"
           END-IF
           DISPLAY BM-SELECTED " row(s) selected".

      *> 勾選的件逐件寫決議；套用前重讀派工檔，這中間被別人
      *> 認領/做掉的件不動
       APPLY-BULK-DISPOSITION.
           IF WS-BULK-DISP = 'C'
               PERFORM COLLECT-BULK-CORRECTIONS
               IF BC-COUNT = 0
                   DISPLAY "No corrections entered - nothing applied"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-BULK-SEQ
           ADD 1 TO CTL-BULK-SETS
           MOVE SPACES TO WS-BULK-TAG
           STRING 'BULK-' WS-BULK-TIME(1:6) '-' WS-BULK-SEQ
               DELIMITED BY SIZE INTO WS-BULK-TAG
           IF WS-ASGN-ACTIVE = 'Y'
               PERFORM RELOAD-DISK-STATES
           END-IF
           PERFORM VARYING BM-IDX FROM 1 BY 1 UNTIL BM-IDX > BM-COUNT
               IF BM-SEL(BM-IDX) = 'Y'
                   PERFORM APPLY-BULK-ROW
               END-IF
           END-PERFORM
           DISPLAY "Applied as " FUNCTION TRIM(WS-BULK-TAG).

       APPLY-BULK-ROW.
           MOVE BM-ITEM-NO(BM-IDX) TO WS-ITEM-NO
           IF WS-ASGN-ACTIVE = 'Y' AND WS-ITEM-NO <= DSK-COUNT
               IF FUNCTION TRIM(DSK-STATE(WS-ITEM-NO))
                  NOT = 'UNCLAIMED'
                   ADD 1 TO CTL-NOT-MINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE BM-KEY(BM-IDX) TO WS-ITEM-KEY
           MOVE SPACES TO DECISION-REC
           EVALUATE WS-BULK-DISP
               WHEN 'A'
                   ADD 1 TO CTL-ACCEPTED
                   STRING "DECISION;" FUNCTION TRIM(WS-ITEM-KEY)
                       ";ACCEPT;" FUNCTION TRIM(WS-USER-ENV) ";"
                       FUNCTION TRIM(WS-BULK-TAG)
                       DELIMITED BY SIZE INTO DECISION-REC
                   WRITE DECISION-REC
               WHEN 'C'
                   ADD 1 TO CTL-CORRECTED
                   STRING "DECISION;" FUNCTION TRIM(WS-ITEM-KEY)
                       ";CORRECT;" FUNCTION TRIM(WS-USER-ENV) ";"
                       FUNCTION TRIM(WS-BULK-TAG)
                       DELIMITED BY SIZE INTO DECISION-REC
                   WRITE DECISION-REC
                   PERFORM VARYING BC-IDX FROM 1 BY 1
                           UNTIL BC-IDX > BC-COUNT
                       MOVE SPACES TO DECISION-REC
                       STRING "CORRECT;" FUNCTION TRIM(WS-ITEM-KEY) ";"
                           FUNCTION TRIM(BC-LINE(BC-IDX))
                           DELIMITED BY SIZE INTO DECISION-REC
                       INSPECT DECISION-REC REPLACING FIRST "=" BY ";"
                       WRITE DECISION-REC
                   END-PERFORM
               WHEN OTHER
                   ADD 1 TO CTL-SKIPPED
                   STRING "DECISION;" FUNCTION TRIM(WS-ITEM-KEY)
                       ";SKIP;" FUNCTION TRIM(WS-USER-ENV) ";"
                       FUNCTION TRIM(WS-BULK-TAG)
                       DELIMITED BY SIZE INTO DECISION-REC
                   WRITE DECISION-REC
           END-EVALUATE
           PERFORM MARK-ITEM-DONE
           IF WS-ASGN-ACTIVE = 'Y' AND WS-ITEM-NO <= ASGN-COUNT
               MOVE 'Y' TO BULK-DONE-SW(WS-ITEM-NO)
           END-IF
           IF DK-COUNT < 2000
               ADD 1 TO DK-COUNT
               MOVE WS-ITEM-KEY TO DK-KEY(DK-COUNT)
           END-IF.

      *> 整批修正只收一次（同 COLLECT-CORRECTIONS 的「欄位=值」，
      *> 最多 20 行），逐件套用
       COLLECT-BULK-CORRECTIONS.
           MOVE 0 TO BC-COUNT
           DISPLAY "Enter FIELD=VALUE lines for every selected row, "
               "blank line to finish:"
           MOVE 'N' TO WS-BULK-DONE-SW
           PERFORM UNTIL WS-BULK-DONE-SW = 'Y'
               MOVE SPACES TO WS-CORRECTION
               ACCEPT WS-CORRECTION
               IF FUNCTION TRIM(WS-CORRECTION) = SPACES
                   MOVE 'Y' TO WS-BULK-DONE-SW
               ELSE
                   IF BC-COUNT >= 20
                       DISPLAY "At most 20 corrections per bulk "
                           "disposition - line ignored"
                   ELSE
                       ADD 1 TO BC-COUNT
                       MOVE WS-CORRECTION TO BC-LINE(BC-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *> 決議檔裡已經有的 DECISION 行（逐件覆核或前一批做掉的）
       LOAD-DECIDED-KEYS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DECISION-STATUS NOT = '00'
               READ DECISION-FILE
                   AT END MOVE '10' TO WS-DECISION-STATUS
                   NOT AT END
                       MOVE SPACES TO DX-TYPE DX-KEY
                       UNSTRING DECISION-REC DELIMITED BY ';'
                           INTO DX-TYPE DX-KEY
                       END-UNSTRING
                       IF DX-TYPE = 'DECISION' AND DK-COUNT < 2000
                           ADD 1 TO DK-COUNT
                           MOVE DX-KEY TO DK-KEY(DK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE.

       FIND-DECIDED-KEY.
           MOVE 'N' TO DK-FOUND
           PERFORM VARYING DK-IDX FROM 1 BY 1
                   UNTIL DK-IDX > DK-COUNT OR DK-FOUND = 'Y'
               IF DK-KEY(DK-IDX) = WS-ITEM-KEY
                   MOVE 'Y' TO DK-FOUND
               END-IF
           END-PERFORM.

       GET-COLUMN-NAME.
           EVALUATE COL-IDX
               WHEN 1  MOVE "RM"             TO COL-NAME
