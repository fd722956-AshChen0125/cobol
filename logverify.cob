       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGVERIFY.
      *> 只追加稽核日誌的雜湊鏈驗證：addr_journal.txt、
      *> refjournal.txt、destruction_log.txt、archive_index.txt、
      *> undeliv_transitions.txt、security_log.txt、cfg_journal.txt、
      *> callback_journal.txt、holdmail_journal.txt 逐份從頭走到
      *> 尾，每一行用 LOGCHAIN 重算內容摘要與鏈結雜湊（尾碼版面
      *> 見 logchain.cpy），報出
      *>   - 第一個斷掉的鏈結（行號、序號、原因）
      *>   - 缺號（中間被刪掉的記錄）與序號倒退（被調換順序或
      *>     重複貼上的記錄）
      *>   - 最後一個驗證通過的位置（行號、序號、鏈結雜湊）
      *> 鏈開始之前沒有尾碼的舊行只計數；鏈開始之後冒出沒有尾碼
      *> 的行算斷鏈（有人手動插行）。
      *> ERASURE 依法塗銷 addr_journal.txt 的地址內容後內容摘要
      *> 必然對不上：影像 OTHER 欄是 *ERASED*、而且帳號在
      *> destruction_log.txt 上的行，採信行上記的摘要、只驗鏈結，
      *> 另外計數；不在銷毀日誌上的 *ERASED* 行照樣算竄改。
      *> 每次驗證通過的最後位置記在 loghash_anchors.txt
      *> （日誌;序號;鏈結雜湊;日期，整檔重寫）：下一次跑時那一
      *> 行還在、雜湊也一樣才算數，整份被截短或從頭重算過都會
      *> 現形。有斷鏈的日誌錨點不往前推。
      *> 結果寫 loghash_verify_YYYYMMDD.txt。
      *> 可以排進夜間鏈（chain_steps.txt 加一步執行 logverify）：
      *>   0 = 全部完好    4 = 有鏈開始前的舊行或日誌檔不存在
      *>   8 = 有斷鏈（NIGHTCHAIN 記 FAILED 停鏈）
      *>   12 = 表格容量不足，驗證沒有做完

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO 'loghash_anchors.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC         PIC X(2200).
       FD  ANCHOR-FILE.
       01  ANCHOR-REC      PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-LOG-FILE-NAME     PIC X(100).
       01 WS-LOG-STATUS        PIC XX.
       01 WS-ANCHOR-STATUS     PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 LOG-EOF              PIC X.
       01 ANCHOR-EOF           PIC X VALUE 'N'.

       *> 要驗的日誌
       01 LG-NAMES.
           05 FILLER PIC X(30) VALUE 'addr_journal.txt'.
           05 FILLER PIC X(30) VALUE 'refjournal.txt'.
           05 FILLER PIC X(30) VALUE 'destruction_log.txt'.
           05 FILLER PIC X(30) VALUE 'archive_index.txt'.
           05 FILLER PIC X(30) VALUE 'undeliv_transitions.txt'.
           05 FILLER PIC X(30) VALUE 'security_log.txt'.
           05 FILLER PIC X(30) VALUE 'cfg_journal.txt'.
           05 FILLER PIC X(30) VALUE 'callback_journal.txt'.
           05 FILLER PIC X(30) VALUE 'holdmail_journal.txt'.
       01 LG-TABLE REDEFINES LG-NAMES.
           05 LG-NAME PIC X(30) OCCURS 9 TIMES.
       01 LG-IDX               PIC 99.

       *> 銷毀日誌上的帳號（載入後排序，SEARCH ALL）
       01 ER-COUNT             PIC 9(5) VALUE 1.
       01 ER-TABLE.
           05 ER-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON ER-COUNT
                   ASCENDING KEY IS ER-ACCOUNT
                   INDEXED BY ER-IX.
               10 ER-ACCOUNT       PIC X(30).
       01 ER-LOADED            PIC 9(5) VALUE 0.
       01 ER-LOOKUP            PIC X(30).
       01 ER-FOUND             PIC X.
       01 LX-ACCOUNT           PIC X(40).

       *> 上一次的錨點（日誌;序號;鏈結雜湊;日期）
       01 AN-TABLE.
           05 AN-ENTRY OCCURS 20 TIMES.
               10 AN-LOG-NAME      PIC X(100).
               10 AN-SEQ           PIC 9(9).
               10 AN-LINK          PIC X(20).
               10 AN-DATE          PIC X(8).
       01 AN-COUNT             PIC 9(3) VALUE 0.
       01 AN-IDX               PIC 9(3).
       01 AN-FOUND             PIC 9(3).
       01 AX-LOG               PIC X(100).
       01 AX-SEQ               PIC X(20).
       01 AX-LINK              PIC X(40).
       01 AX-DATE              PIC X(20).

       *> 一份日誌的驗證狀態
       01 VF-PRESENT           PIC X.
       01 VF-LINES             PIC 9(9).
       01 VF-LEGACY            PIC 9(9).
       01 VF-CHAINED           PIC 9(9).
       01 VF-ERASED            PIC 9(9).
       01 VF-BREAKS            PIC 9(9).
       01 VF-MISSING           PIC 9(9).
       01 VF-REORDERED         PIC 9(9).
       01 VF-LAST-SEQ          PIC 9(9).
       01 VF-MAX-SEQ           PIC 9(9).
       01 VF-PREV-LINK         PIC X(20).
       01 VF-GOOD-LINE         PIC 9(9).
       01 VF-GOOD-SEQ          PIC 9(9).
       01 VF-GOOD-LINK         PIC X(20).
       01 VF-BREAK-LINE        PIC 9(9).
       01 VF-BREAK-SEQ         PIC 9(9).
       01 VF-BREAK-WHY         PIC X(120).
       01 VF-DETAILS           PIC 9(3).
       01 VF-ANCHOR-SEEN       PIC X.

       01 WS-LINE-OK           PIC X.
       01 WS-WHY               PIC X(120).
       01 WS-EXPECTED          PIC 9(9).
       01 WS-GAP-END           PIC 9(9).
       01 WS-NUM-TXT           PIC Z(8)9.
       01 WS-NUM-TXT2          PIC Z(8)9.

       01 CTL-LOGS-BROKEN      PIC 9(3) VALUE 0.
       01 CTL-LOGS-LEGACY      PIC 9(3) VALUE 0.
       01 CTL-LOGS-ABSENT      PIC 9(3) VALUE 0.

       COPY "addrmast.cpy".

       COPY "logchain.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'loghash_verify_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-DESTROYED-ACCOUNTS
           IF ER-LOADED > 0
               MOVE ER-LOADED TO ER-COUNT
               SORT ER-ENTRY ASCENDING KEY ER-ACCOUNT
           END-IF
           PERFORM LOAD-ANCHORS

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Audit log hash-chain verification - run "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > 9
               MOVE SPACES TO WS-LOG-FILE-NAME
               MOVE LG-NAME(LG-IDX) TO WS-LOG-FILE-NAME
               PERFORM VERIFY-ONE-LOG
               PERFORM WRITE-LOG-SUMMARY
           END-PERFORM

           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-LOGS-BROKEN " log(s) with a broken "
               "chain, " CTL-LOGS-LEGACY " log(s) with unchained "
               "legacy lines, " CTL-LOGS-ABSENT " log(s) not present"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE RPT-FILE
           PERFORM WRITE-ANCHORS

           DISPLAY "LOGVERIFY: " CTL-LOGS-BROKEN " log(s) broken, "
               CTL-LOGS-LEGACY " with legacy lines, "
               CTL-LOGS-ABSENT " not present - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-LOGS-BROKEN > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTL-LOGS-LEGACY > 0 OR CTL-LOGS-ABSENT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       *> 銷毀日誌：帳號;結清日;銷毀日（行尾有鏈結尾碼也一樣拆）
       LOAD-DESTROYED-ACCOUNTS.
           MOVE 'destruction_log.txt' TO WS-LOG-FILE-NAME
           MOVE 'N' TO LOG-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       MOVE SPACES TO LX-ACCOUNT
                       UNSTRING LOG-REC DELIMITED BY ';'
                           INTO LX-ACCOUNT
                       END-UNSTRING
                       IF FUNCTION TRIM(LX-ACCOUNT) NOT = SPACES
                           PERFORM ADD-DESTROYED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       ADD-DESTROYED-ACCOUNT.
           IF ER-LOADED >= 20000
               DISPLAY "LOGVERIFY: more than 20000 destroyed accounts"
                   " - run stopped, nothing verified"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ER-LOADED
           MOVE ER-LOADED TO ER-COUNT
           MOVE FUNCTION TRIM(LX-ACCOUNT) TO ER-ACCOUNT(ER-LOADED).

       LOAD-ANCHORS.
           OPEN INPUT ANCHOR-FILE
           IF WS-ANCHOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ANCHOR-EOF = 'Y'
               READ ANCHOR-FILE
                   AT END MOVE 'Y' TO ANCHOR-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-ANCHOR
               END-READ
           END-PERFORM
           CLOSE ANCHOR-FILE.

       TAKE-ONE-ANCHOR.
           MOVE SPACES TO AX-LOG AX-SEQ AX-LINK AX-DATE
           UNSTRING ANCHOR-REC DELIMITED BY ';'
               INTO AX-LOG AX-SEQ AX-LINK AX-DATE
           END-UNSTRING
           IF FUNCTION TRIM(AX-LOG) = SPACES
              OR FUNCTION TRIM(AX-SEQ) = SPACES
              OR FUNCTION TRIM(AX-SEQ) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF AN-COUNT >= 20
               DISPLAY "LOGVERIFY: more than 20 anchors on "
                   "loghash_anchors.txt - run stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO AN-COUNT
           MOVE FUNCTION TRIM(AX-LOG) TO AN-LOG-NAME(AN-COUNT)
           MOVE FUNCTION NUMVAL(AX-SEQ) TO AN-SEQ(AN-COUNT)
           MOVE FUNCTION TRIM(AX-LINK) TO AN-LINK(AN-COUNT)
           MOVE FUNCTION TRIM(AX-DATE) TO AN-DATE(AN-COUNT).

       *> 錨點整檔重寫：沒斷鏈的日誌推進到這次最後驗證通過的位置
       WRITE-ANCHORS.
           OPEN OUTPUT ANCHOR-FILE
           PERFORM VARYING AN-IDX FROM 1 BY 1 UNTIL AN-IDX > AN-COUNT
               MOVE SPACES TO ANCHOR-REC
               STRING FUNCTION TRIM(AN-LOG-NAME(AN-IDX)) ";"
                   AN-SEQ(AN-IDX) ";" AN-LINK(AN-IDX) ";"
                   AN-DATE(AN-IDX)
                   DELIMITED BY SIZE INTO ANCHOR-REC
               WRITE ANCHOR-REC
           END-PERFORM
           CLOSE ANCHOR-FILE.

       *> 一份日誌從頭走到尾
       VERIFY-ONE-LOG.
           MOVE 'N' TO VF-PRESENT VF-ANCHOR-SEEN
           MOVE 0 TO VF-LINES VF-LEGACY VF-CHAINED VF-ERASED
               VF-BREAKS VF-MISSING VF-REORDERED VF-LAST-SEQ
               VF-MAX-SEQ VF-GOOD-LINE VF-GOOD-SEQ VF-BREAK-LINE
               VF-BREAK-SEQ VF-DETAILS
           MOVE ALL '0' TO VF-PREV-LINK
           MOVE SPACES TO VF-GOOD-LINK VF-BREAK-WHY
           MOVE 0 TO AN-FOUND
           PERFORM VARYING AN-IDX FROM 1 BY 1
                   UNTIL AN-IDX > AN-COUNT OR AN-FOUND > 0
               IF AN-LOG-NAME(AN-IDX) = WS-LOG-FILE-NAME
                   MOVE AN-IDX TO AN-FOUND
               END-IF
           END-PERFORM

           MOVE 'N' TO LOG-EOF
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               IF AN-FOUND > 0
                   MOVE AN-SEQ(AN-FOUND) TO LC-SEQ
                   MOVE "LOG FILE MISSING - LAST RUN VERIFIED IT"
                       TO WS-WHY
                   PERFORM NOTE-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO VF-PRESENT
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       ADD 1 TO VF-LINES
                       IF LOG-REC NOT = SPACES
                           PERFORM VERIFY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE

           *> 上次驗過的位置這次沒走到：整份被截短或重寫過
           IF AN-FOUND > 0 AND VF-ANCHOR-SEEN = 'N'
               MOVE AN-SEQ(AN-FOUND) TO WS-NUM-TXT LC-SEQ
               MOVE SPACES TO WS-WHY
               STRING "SEQ " FUNCTION TRIM(WS-NUM-TXT)
                   " VERIFIED ON " AN-DATE(AN-FOUND)
                   " NO LONGER IN THE LOG - TRUNCATED OR REWRITTEN"
                   DELIMITED BY SIZE INTO WS-WHY
               PERFORM NOTE-BREAK
           END-IF.

       *> 一行：序號接續、內容摘要、鏈結雜湊、錨點
       VERIFY-ONE-LINE.
           MOVE 'V' TO LC-FUNCTION
           MOVE WS-LOG-FILE-NAME TO LC-LOG-NAME
           MOVE VF-PREV-LINK TO LC-PREV-LINK
           MOVE LOG-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           IF LC-CHAINED NOT = 'Y'
               IF VF-CHAINED = 0
                   ADD 1 TO VF-LEGACY
               ELSE
                   MOVE 0 TO LC-SEQ
                   MOVE "LINE WITHOUT CHAIN TAIL AFTER CHAIN START"
                       TO WS-WHY
                   PERFORM NOTE-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VF-CHAINED
           MOVE 'Y' TO WS-LINE-OK
           COMPUTE WS-EXPECTED = VF-LAST-SEQ + 1

           IF LC-SEQ > WS-EXPECTED
               COMPUTE WS-GAP-END = LC-SEQ - 1
               COMPUTE VF-MISSING = VF-MISSING
                   + LC-SEQ - WS-EXPECTED
               MOVE WS-EXPECTED TO WS-NUM-TXT
               MOVE WS-GAP-END TO WS-NUM-TXT2
               MOVE SPACES TO WS-WHY
               STRING "MISSING RECORD(S) SEQ "
                   FUNCTION TRIM(WS-NUM-TXT) " TO "
                   FUNCTION TRIM(WS-NUM-TXT2)
                   DELIMITED BY SIZE INTO WS-WHY
               PERFORM NOTE-BREAK
           END-IF
           IF LC-SEQ < WS-EXPECTED
               ADD 1 TO VF-REORDERED
               MOVE VF-LAST-SEQ TO WS-NUM-TXT
               MOVE SPACES TO WS-WHY
               STRING "OUT OF ORDER OR DUPLICATE - FOLLOWS SEQ "
                   FUNCTION TRIM(WS-NUM-TXT)
                   DELIMITED BY SIZE INTO WS-WHY
               PERFORM NOTE-BREAK
           END-IF

           IF LC-CALC-DIGEST NOT = LC-DIGEST
               PERFORM CHECK-ERASED-LINE
               IF ER-FOUND = 'Y'
                   ADD 1 TO VF-ERASED
               ELSE
                   MOVE "CONTENT ALTERED - DIGEST DOES NOT MATCH"
                       TO WS-WHY
                   PERFORM NOTE-BREAK
               END-IF
           END-IF

           *> 缺號、倒退本來就會讓鏈結接不上，不重複報
           IF LC-CALC-LINK NOT = LC-LINK AND WS-LINE-OK = 'Y'
               MOVE "BROKEN LINK - DOES NOT CHAIN FROM PREVIOUS LINE"
                   TO WS-WHY
               PERFORM NOTE-BREAK
           END-IF

           IF AN-FOUND > 0
              AND LC-SEQ = AN-SEQ(AN-FOUND)
              AND VF-ANCHOR-SEEN = 'N'
               MOVE 'Y' TO VF-ANCHOR-SEEN
               IF LC-LINK NOT = AN-LINK(AN-FOUND)
                   MOVE SPACES TO WS-WHY
                   STRING "HASH DIFFERS FROM ANCHOR VERIFIED ON "
                       AN-DATE(AN-FOUND) " - LOG REWRITTEN"
                       DELIMITED BY SIZE INTO WS-WHY
                   PERFORM NOTE-BREAK
               END-IF
           END-IF

           IF WS-LINE-OK = 'Y' AND VF-BREAKS = 0
               MOVE VF-LINES TO VF-GOOD-LINE
               MOVE LC-SEQ TO VF-GOOD-SEQ
               MOVE LC-LINK TO VF-GOOD-LINK
           END-IF
           *> 斷了之後照行上記的雜湊接著走，後面的問題一樣報得出來
           MOVE LC-LINK TO VF-PREV-LINK
           MOVE LC-SEQ TO VF-LAST-SEQ
           IF LC-SEQ > VF-MAX-SEQ
               MOVE LC-SEQ TO VF-MAX-SEQ
           END-IF.

       *> 異動日誌的塗銷行：影像 OTHER 是 *ERASED*、帳號在銷毀日誌上
       CHECK-ERASED-LINE.
           MOVE 'N' TO ER-FOUND
           IF WS-LOG-FILE-NAME NOT = 'addr_journal.txt'
              OR ER-LOADED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LOG-REC(28:2000) TO MAST-REC
           IF MAST-OTHER(1:8) NOT = '*ERASED*'
               EXIT PARAGRAPH
           END-IF
           MOVE MAST-ACCOUNT-ID TO ER-LOOKUP
           SEARCH ALL ER-ENTRY
               AT END CONTINUE
               WHEN ER-ACCOUNT(ER-IX) = ER-LOOKUP
                   MOVE 'Y' TO ER-FOUND
           END-SEARCH.

       *> 記一個斷點：第一個記下來，細項最多列 50 行
       NOTE-BREAK.
           MOVE 'N' TO WS-LINE-OK
           ADD 1 TO VF-BREAKS
           IF VF-BREAKS = 1
               MOVE VF-LINES TO VF-BREAK-LINE
               MOVE LC-SEQ TO VF-BREAK-SEQ
               MOVE WS-WHY TO VF-BREAK-WHY
           END-IF
           IF VF-DETAILS < 50
               ADD 1 TO VF-DETAILS
               MOVE VF-LINES TO WS-NUM-TXT
               MOVE LC-SEQ TO WS-NUM-TXT2
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(WS-LOG-FILE-NAME) ": line "
                   FUNCTION TRIM(WS-NUM-TXT) " seq "
                   FUNCTION TRIM(WS-NUM-TXT2) " - "
                   FUNCTION TRIM(WS-WHY)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.

       *> 一份日誌的小結，順便推進錨點
       WRITE-LOG-SUMMARY.
           MOVE SPACES TO RPT-REC
           IF VF-PRESENT = 'N' AND VF-BREAKS = 0
               ADD 1 TO CTL-LOGS-ABSENT
               STRING FUNCTION TRIM(WS-LOG-FILE-NAME)
                   ": not present - nothing to verify"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           STRING FUNCTION TRIM(WS-LOG-FILE-NAME) ": "
               VF-LINES " line(s), " VF-CHAINED " chained, "
               VF-LEGACY " legacy before chain start, "
               VF-ERASED " erased by ERASURE (link verified)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           IF VF-GOOD-SEQ > 0
               STRING "  last verified position: line " VF-GOOD-LINE
                   " seq " VF-GOOD-SEQ " hash " VF-GOOD-LINK
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING "  last verified position: none"
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           IF VF-BREAKS = 0
               STRING "  chain intact"
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               ADD 1 TO CTL-LOGS-BROKEN
               STRING "  FIRST BROKEN LINK: line " VF-BREAK-LINE
                   " seq " VF-BREAK-SEQ " - "
                   FUNCTION TRIM(VF-BREAK-WHY)
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           STRING "  " VF-BREAKS " problem(s): " VF-MISSING
               " missing record(s), " VF-REORDERED
               " out-of-order/duplicate record(s)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           IF VF-LEGACY > 0
               ADD 1 TO CTL-LOGS-LEGACY
           END-IF
           DISPLAY "LOGVERIFY: " FUNCTION TRIM(WS-LOG-FILE-NAME)
               " " VF-CHAINED " chained, " VF-BREAKS " problem(s)"

           IF VF-BREAKS > 0 OR VF-GOOD-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           IF AN-FOUND = 0
               IF AN-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AN-COUNT
               MOVE AN-COUNT TO AN-FOUND
               MOVE WS-LOG-FILE-NAME TO AN-LOG-NAME(AN-FOUND)
           END-IF
           MOVE VF-GOOD-SEQ TO AN-SEQ(AN-FOUND)
           MOVE VF-GOOD-LINK TO AN-LINK(AN-FOUND)
           MOVE WS-RUN-DATE TO AN-DATE(AN-FOUND).
