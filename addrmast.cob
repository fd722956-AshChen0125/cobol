           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           *> 每個 ACCOUNT-ID + 地址角色一筆的地址主檔：同一個帳號
           *> 同一個角色再出現就 REWRITE 蓋過前一筆，郵寄/實體雙
           *> 記錄（RecType M/P）各進 MAILING / RESIDENTIAL，信箱跟
           *> 居住地址兩份都留著；下游查詢/比對批次用鍵值直接讀。
           *> 主檔異動日誌：每次 REWRITE 寫前後影像、新增寫後
           *> 影像（addrjrnl.cpy），主檔壞掉時 MASTRECOV 可以從
           *> 還原的舊檔往前重演當天的更新。
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           *> 主檔更新衝突報表（只追加，各更新程式共用）：讀進來
           *> 之後被別的程式先改過的記錄不覆寫，記在這裡；資料列
           *> 帶的抽檔時間戳記比主檔最後更新時間舊（主檔在抽檔之後
           *> 被改過，例如 REVIEWAPPLY 的人工更正）也不覆寫，原因記
           *> STALE-EXTRACT
           SELECT CONFLICT-FILE ASSIGN TO 'master_conflicts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           *> 地址異動歷史檔：REWRITE 之前逐欄位跟主檔上既有的
           *> 記錄比對，有變動的欄位一筆一行記下新舊值。每寫一行
           *> 同時登進依帳號排的異動歷史索引檔（CHGHIST，見
           *> chghist.cpy），查帳號身世不必掃每一天的日檔。
           SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           *> 月底整檔快照（循序傾印，一行一筆 MAST-REC 原樣）：
           *> MASTASOF 拿最近一份快照 + 異動歷史重建任一天的地址，
           *> MASTREBLD 也吃同一個格式重建索引檔。
           SELECT SNAP-FILE ASSIGN TO DYNAMIC WS-SNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 載入計數（NAME=value）給 MASTAUDIT 核對筆數用
           SELECT CTRS-FILE ASSIGN TO DYNAMIC WS-CTRS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 對外檔案的交付總帳（跟主批次共用），變更饋送檔
           *> 也要有回條對帳
           SELECT PEND-FILE ASSIGN TO DYNAMIC WS-PEND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           *> 還在照會保留的暫置列（HOLD; 開頭）不套用，先抄到
           *> 這裡，暫置檔改名歸檔後再換回成新的暫置檔留給下一晚
           SELECT PHLD-FILE ASSIGN TO DYNAMIC WS-PHLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHLD-STATUS.
           *> 帳號聯絡資料檔：Phone / Email 欄有值就更新（主檔
           *> 沒有放電話/電子郵件的位置），OUTREACH 數位通知用
           SELECT CON-FILE ASSIGN TO DYNAMIC WS-CON-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-ACCOUNT
               FILE STATUS IS WS-CON-STATUS.
           *> 當天的人工覆核佇列（AddressSplitterFinal 建的那一份，
           *> 追加）：一列兩址拆出來的第二半跟第一半撞同一把主檔
           *> 鍵，不蓋第一半，整列改送這裡給 REVIEWQ 處置
           SELECT REVQ-FILE ASSIGN TO DYNAMIC WS-REVQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVQ-STATUS.
           *> 暫置列（INTRADAY/COAXCHG/RECERTRESP）只帶地址欄，
           *> 沒經過主批次的高風險篩檢跟地址類型分類：套用時拿
           *> 同一份高風險名單、類型關鍵字檔在這裡補做，命中的
           *> 追加進當天的高風險命中報表
           SELECT RISK-FILE ASSIGN TO DYNAMIC WS-RISK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT ATYPE-FILE ASSIGN TO DYNAMIC WS-ATYPE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT RISKHIT-FILE ASSIGN TO DYNAMIC WS-RISKHIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISKHIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  IN-REC          PIC X(5000).

       FD  TRANS-FILE.
       01  TRANS-REC       PIC X(160).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".

       01  CHANGE-REC      PIC X(400).

       FD  SNAP-FILE.
       01  SNAP-REC        PIC X(2000).

       FD  CTRS-FILE.
       01  CTRS-REC        PIC X(50).

       FD  PEND-FILE.
       01  PEND-REC        PIC X(3000).
       FD  PHLD-FILE.
       01  PHLD-REC        PIC X(3000).

       FD  CON-FILE.
       COPY "contact.cpy".

       FD  REVQ-FILE.
       01  REVQ-REC        PIC X(5000).

       FD  RISK-FILE.
       01  RISK-REC        PIC X(100).
       FD  ATYPE-FILE.
       01  ATYPE-REC       PIC X(100).
       FD  RISKHIT-FILE.
       01  RISKHIT-REC     PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-OLD-FLAG          PIC X(1).
       01 WS-TRANS-CAUSE       PIC X(15).
       01 WS-ROW-CHANGED       PIC X.
       *> 重載前的國家/城市/行政區（變了就清行政區代碼）
       01 WS-OLD-AREA-KEY      PIC X(150).
       01 WS-NEW-AREA-KEY      PIC X(150).
       01 WS-TRANS-PENDING     PIC X.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).
       *> 抽檔時間戳記比對：主檔最後更新的日期時間、這一次開跑的
       *> 時間（這一次稍早自己蓋的不算抽檔之後的更新）
       01 WS-MAST-STAMP        PIC X(14).
       01 WS-RUN-START-STAMP   PIC X(14).
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.

       *> 一筆記錄的逐欄位異動先留著，REWRITE 成功才寫進異動
       *> 歷史（衝突沒寫進主檔的改變不能出現在變更饋送裡）
       01 CHG-PEND-TABLE.
           05 CHG-PEND-LINE OCCURS 32 TIMES PIC X(400).
       01 CHG-PEND-COUNT       PIC 9(2) VALUE 0.
       01 CHG-PEND-IDX         PIC 9(2).
       01 CTL-FLAG-RETRY       PIC 9(7) VALUE 0.
       01 WS-PEND-FILE-NAME    PIC X(100).
       01 WS-PEND-STATUS       PIC XX.
       01 WS-PEND-APPLIED-NAME PIC X(100).
       01 PEND-EOF             PIC X VALUE 'N'.
       01 CTL-PEND-APPLIED     PIC 9(7) VALUE 0.
       01 WS-PHLD-FILE-NAME    PIC X(100).
       01 WS-PHLD-STATUS       PIC XX.
       01 CTL-PEND-HELD        PIC 9(7) VALUE 0.
       01 WS-MANIFEST-STATUS   PIC XX.
       01 WS-CHANGE-FILE-NAME  PIC X(100).
       01 WS-CHANGE-STATUS     PIC XX.
       01 WS-MAN-SEEN          PIC X VALUE 'N'.
       01 WS-SNAP-FILE-NAME    PIC X(100).
       01 WS-SNAP-ENV          PIC X(1).
       01 WS-SNAP-DUE          PIC X VALUE 'N'.
       01 CTL-REWRITE-COUNT    PIC 9(7) VALUE 0.
       01 CTL-NOACCT-COUNT     PIC 9(7) VALUE 0.
       01 CTL-CHANGE-COUNT     PIC 9(7) VALUE 0.
       01 CTL-CONTACT-ADDED    PIC 9(7) VALUE 0.
       01 CTL-CONTACT-UPDATED  PIC 9(7) VALUE 0.
       01 CTL-ENTITY-REJECT    PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：一個法人一份
       *> 主檔；子公司的輸入/主檔/聯絡檔/變更饋送/計數/快照/暫置
       *> 檔一律掛「代碼_」前綴（母行維持原檔名）。資料列的 Entity
       *> 欄、主檔記錄的 MAST-ENTITY 跟本次法人不同的一律不碰。
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-REC-ENTITY        PIC X(4).
       01 WS-CTRS-FILE-NAME    PIC X(100).

       *> 聯絡資料檔
       01 WS-CON-FILE-NAME     PIC X(100).
       01 WS-CON-STATUS        PIC XX.
       01 WS-CON-CHANGED       PIC X.

       *> 輸出 CSV 逐欄位拆進來的承接欄位，欄位順序跟
       *> AddressSplitterFinal 的 OUT-REC 表頭一致。
           05 CSV-SCORE        PIC X(6).
           05 CSV-ACCOUNT-ID   PIC X(30).
           05 CSV-LANDMARK     PIC X(200).
           05 CSV-RISK-CAT     PIC X(10).
           05 CSV-CARE-OF      PIC X(60).
           05 CSV-ADDR-TYPE    PIC X(3).
       01 CSV-RECTYPE          PIC X(5).
       01 CSV-PHONE            PIC X(50).
       01 CSV-EMAIL            PIC X(80).
       01 CSV-ENTITY           PIC X(20).
       01 CSV-EXTRACT-STAMP    PIC X(14).
       01 CSV-SPLIT-SEQ        PIC X(1).

      *> 分號拆欄要懂輸出端補的 RFC4180 引號（引號內的分號不是
      *> 分隔符號），不然一筆含分號的地址會把後面每一欄都
       01 CSV-FLD-BUF          PIC X(500).
       01 CSV-FLD-PTR          PIC 9(3).

      *> 地址角色：RecType M → MAILING、P → RESIDENTIAL、
      *> B → BUSINESS（一列兩址拆出來標了公司的那一半）；單筆
      *> 資料列只有信箱沒有街道的算 MAILING，其餘用預設角色
      *> （ADDRMAST_ROLE=MAILING|RESIDENTIAL|BUSINESS，預設
      *> RESIDENTIAL；營業地址的整批檔用 BUSINESS 載入）
       01 WS-DEFAULT-ROLE      PIC X(12) VALUE 'RESIDENTIAL'.
       01 CSV-ROLE             PIC X(12).
       01 CTL-ROLE-MAILING     PIC 9(7) VALUE 0.
       01 CTL-ROLE-RESIDENTIAL PIC 9(7) VALUE 0.
       01 CTL-ROLE-BUSINESS    PIC 9(7) VALUE 0.
      *> 一列兩址拆出來的兩半（SplitSeq 1/2，帳號相同）：記下第一
      *> 半落到的角色（信箱/街道雙記錄最多兩個），第二半落到同一
      *> 個角色就不進主檔，改送覆核佇列
       01 WS-SPLIT-ACCOUNT     PIC X(30) VALUE SPACES.
       01 WS-SPLIT-ROLE        PIC X(12) OCCURS 3 TIMES.
       01 WS-SPLIT-ROLE-COUNT  PIC 9 VALUE 0.
       01 WS-SPLIT-ROLE-IDX    PIC 9.
       01 WS-SPLIT-COLLIDE     PIC X VALUE 'N'.
       01 WS-REVQ-FILE-NAME    PIC X(100).
       01 WS-REVQ-STATUS       PIC XX.
       01 WS-REVQ-OPEN         PIC X VALUE 'N'.
       01 CTL-SPLIT-QUEUED     PIC 9(7) VALUE 0.

       *> 暫置列的補篩：名單格式、檔名、環境變數都跟主批次一樣
       *> （SPILT_RISK_FILE / SPILT_ADDRTYPE_FILE /
       *> SPILT_RISKHIT_FILE）。名單不在就沿用主檔上原來的值；
       *> 轉交行暫置列不會帶，一律沿用主檔上的
       01 WS-STAGED-ROW        PIC X VALUE 'N'.
       01 WS-REF-STATUS        PIC XX.
       01 WS-RISK-FILE-NAME    PIC X(100).
       01 WS-ATYPE-FILE-NAME   PIC X(100).
       01 WS-RISKHIT-FILE-NAME PIC X(100).
       01 WS-RISKHIT-STATUS    PIC XX.
       01 WS-RISKHIT-OPEN      PIC X VALUE 'N'.
       01 RISK-FILE-EOF        PIC X VALUE 'N'.
       01 RISK-TABLE.
           05 RISK-ENTRY OCCURS 2000 TIMES.
               10 RK-CATEGORY  PIC X(10).
               10 RK-ZIP       PIC X(10).
               10 RK-STREET    PIC X(50).
               10 RK-NO        PIC X(20).
       01 RISK-COUNT           PIC 9(4) VALUE 0.
       01 RISK-IDX             PIC 9(4).
       01 RISK-FOUND-IDX       PIC 9(4).
       01 RISK-STREET-VALUE    PIC X(50).
       01 ATYPE-FILE-EOF       PIC X VALUE 'N'.
       01 ATYPE-TABLE.
           05 ATYPE-ENTRY OCCURS 2000 TIMES.
               10 AT-CODE      PIC X(3).
               10 AT-KEYWORD   PIC X(60).
               10 AT-KW-LEN    PIC 9(2).
       01 ATYPE-COUNT          PIC 9(4) VALUE 0.
       01 ATYPE-IDX            PIC 9(4).
       01 AT-REC-CODE          PIC X(10).
       01 AT-REC-KEYWORD       PIC X(80).
       01 AT-TEXT              PIC X(800).
       01 AT-TALLY             PIC 9(4).
       01 AT-RANK              PIC 9.
       01 AT-BEST-RANK         PIC 9.
       01 CTL-STAGED-RISK-HITS PIC 9(7) VALUE 0.

       *> 異動比對用：FIELD-IDX 依序取出主檔舊值跟這次的新值
       01 FIELD-IDX            PIC 9(4).
       01 CMP-OLD-VALUE        PIC X(100).
       01 CMP-NEW-VALUE        PIC X(100).

       *> checkpoint/續跑（chkpoint.cpy）：每 CKP-INTERVAL 筆
       *> （ADDRMAST_CKP_INTERVAL，預設 100）落一次 checkpoint。
       *> 階段 M = 主輸出 CSV、P = INTRADAY 暫置異動、F = 兩段都
       *> 套完在收尾；ADDRMAST_RESTART=Y 從上次中斷的地方接著做
       01 CKP-INTERVAL         PIC 9(5) VALUE 100.
       01 CKP-RESTART-MODE     PIC X VALUE 'N'.
       01 CKP-RESTART-PHASE    PIC X VALUE SPACE.
       01 CKP-RESTART-POINT    PIC 9(9) VALUE 0.
       01 CKP-DONE             PIC 9(9) VALUE 0.
       01 WS-CKP-PHASE         PIC X VALUE 'M'.
       01 WS-RUN-STAMP         PIC 9(14) VALUE 0.
       01 WS-JRNL-LAST-SEQ     PIC 9(9) VALUE 0.
       01 CTL-RESTART-SKIPPED  PIC 9(7) VALUE 0.
       01 CTL-RESTART-APPLIED  PIC 9(7) VALUE 0.

       COPY "logchain.cpy".
       COPY "chkpoint.cpy".
       COPY "ctlledgr.cpy".
       COPY "chghist.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-FILE-NAMES
               STOP RUN
           END-IF

           *> 續跑時異動歷史接著寫，筆數從檔裡現有的行數接上；
           *> 重開的話索引檔上今天的舊行先清掉
           MOVE SPACES TO CH-AREA
           MOVE 'O' TO CH-FUNCTION
           MOVE WS-ENTITY-PREFIX TO CH-PREFIX
           MOVE 'ADDRMAST' TO CH-PROGRAM
           CALL 'CHGHIST' USING CH-AREA
           MOVE 'D' TO CH-FUNCTION
           MOVE WS-RUN-DATE TO CH-FILE-DATE
           MOVE WS-CHANGE-FILE-NAME TO CH-CHANGE-FILE-NAME
           IF CKP-RESTART-MODE = 'Y'
               MOVE 'A' TO CH-MODE
           ELSE
               MOVE 'N' TO CH-MODE
           END-IF
           CALL 'CHGHIST' USING CH-AREA
           IF CKP-RESTART-MODE = 'Y'
               PERFORM RECOUNT-CHANGE-FILE
               OPEN EXTEND CHANGE-FILE
               IF WS-CHANGE-STATUS NOT = '00'
                   OPEN OUTPUT CHANGE-FILE
               END-IF
           ELSE
               OPEN OUTPUT CHANGE-FILE
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
           IF WS-TRANS-STATUS NOT = '00'
               OPEN OUTPUT TRANS-FILE
           END-IF
           OPEN EXTEND CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               OPEN OUTPUT CONFLICT-FILE
           END-IF
           OPEN I-O CON-FILE
           IF WS-CON-STATUS = '35'
               OPEN OUTPUT CON-FILE
               CLOSE CON-FILE
               OPEN I-O CON-FILE
           END-IF
           IF WS-CON-STATUS NOT = '00'
               DISPLAY "ADDRMAST: cannot open contact file "
                   FUNCTION TRIM(WS-CON-FILE-NAME)
                   " (status " WS-CON-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 續跑：checkpoint 之前做完的資料列直接跳過（已經在
           *> 暫置或收尾階段的話主輸出整份跳過）
           IF CKP-RESTART-MODE = 'Y'
               PERFORM SKIP-COMPLETED-ROWS
           END-IF

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
                           MOVE 'Y' TO WS-HEADER-SKIPPED
                       ELSE
                           ADD 1 TO CTL-READ-COUNT
                           PERFORM LEDGER-INPUT-ROW
                           PERFORM PROCESS-CSV-ROW
                           ADD 1 TO CKP-DONE
                           IF FUNCTION MOD(CKP-DONE, CKP-INTERVAL) = 0
                               PERFORM TAKE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CKP-PHASE = 'M'
               MOVE 'P' TO WS-CKP-PHASE
               MOVE 0 TO CKP-DONE
               PERFORM TAKE-CHECKPOINT
           END-IF

           *> 日間暫置的地址異動（INTRADAY 驗過的），跟主輸出
           *> 走同一條載入路徑，異動歷史照常產生；套用完改名成
           *> applied_ 檔，同一批不會隔天再套一次
           PERFORM APPLY-PENDING-CHANGES
           MOVE 'F' TO WS-CKP-PHASE
           MOVE 0 TO CKP-DONE
           PERFORM TAKE-CHECKPOINT

           *> 載入計數落地，MASTAUDIT 拿來核對主檔筆數
           OPEN OUTPUT CTRS-FILE
           STRING "CHANGES=" CTL-CHANGE-COUNT
               DELIMITED BY SIZE INTO CTRS-REC
           WRITE CTRS-REC
           MOVE SPACES TO CTRS-REC
           STRING "CONFLICTS=" CTL-CONFLICTS
               DELIMITED BY SIZE INTO CTRS-REC
           WRITE CTRS-REC
           MOVE SPACES TO CTRS-REC
           STRING "ENTITY=" WS-RUN-ENTITY
               DELIMITED BY SIZE INTO CTRS-REC
           WRITE CTRS-REC
           MOVE SPACES TO CTRS-REC
           STRING "ENTITY_REJECTED=" CTL-ENTITY-REJECT
               DELIMITED BY SIZE INTO CTRS-REC
           WRITE CTRS-REC
           CLOSE CTRS-FILE

           *> 月底（或 ADDRMAST_SNAPSHOT=Y 強迫）切一份整檔快照
               PERFORM WRITE-MONTHEND-SNAPSHOT
           END-IF

           *> 變更饋送檔掛交付清單記錄 + 登交付總帳（收尾時掛掉
           *> 續跑的，交付清單記錄已經寫過就不再寫）
           IF WS-MAN-SEEN = 'N'
               MOVE SPACES TO CHANGE-REC
               STRING 'MAN;' FUNCTION TRIM(WS-CHANGE-FILE-NAME) ';'
                   WS-RUN-DATE ';' CTL-CHANGE-COUNT
                   DELIMITED BY SIZE INTO CHANGE-REC
               INSPECT CHANGE-REC REPLACING ALL LOW-VALUE BY SPACE
               WRITE CHANGE-REC
               PERFORM INDEX-CHANGE-LINE
               OPEN EXTEND MANIFEST-FILE
               IF WS-MANIFEST-STATUS NOT = '00'
                   OPEN OUTPUT MANIFEST-FILE
               END-IF
               MOVE SPACES TO MANIFEST-REC
               STRING FUNCTION TRIM(WS-CHANGE-FILE-NAME) ';'
                   WS-RUN-DATE ';' CTL-CHANGE-COUNT ';' WS-RUN-DATE
                   DELIMITED BY SIZE INTO MANIFEST-REC
               INSPECT MANIFEST-REC REPLACING ALL LOW-VALUE BY SPACE
               WRITE MANIFEST-REC
               CLOSE MANIFEST-FILE
           END-IF

           CLOSE IN-FILE MAST-FILE CHANGE-FILE JRNL-FILE TRANS-FILE
               CONFLICT-FILE CON-FILE
           IF WS-REVQ-OPEN = 'Y'
               CLOSE REVQ-FILE
           END-IF
           MOVE 'C' TO CH-FUNCTION
           CALL 'CHGHIST' USING CH-AREA

           *> 控制總數總帳：讀進來的輸出 CSV（對 AddressSplitterFinal
           *> /SHARDMERGE 交出的）、異動歷史的計數對實際落地的列數
           PERFORM LEDGER-CONTROL-TOTALS

           *> 正常收工，清掉 checkpoint，下次是全新的一次
           MOVE 'C' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA

           DISPLAY "ADDRMAST load totals"
           DISPLAY "  Rows read from output CSV : " CTL-READ-COUNT
           DISPLAY "  Master records added      : " CTL-ADD-COUNT
           DISPLAY "  Master records rewritten  : " CTL-REWRITE-COUNT
           DISPLAY "  Field changes logged      : " CTL-CHANGE-COUNT
           DISPLAY "  Change lines indexed      : " CH-INDEXED
           DISPLAY "  Rows without ACCOUNT-ID   : " CTL-NOACCT-COUNT
           DISPLAY "  Rows loaded as MAILING    : " CTL-ROLE-MAILING
           DISPLAY "  Rows loaded as RESIDENTIAL: "
               CTL-ROLE-RESIDENTIAL
           DISPLAY "  Rows loaded as BUSINESS   : " CTL-ROLE-BUSINESS
           DISPLAY "  Split halves to review    : " CTL-SPLIT-QUEUED
           DISPLAY "  Undeliv flags set to retry: " CTL-FLAG-RETRY
           DISPLAY "  Intraday changes applied  : " CTL-PEND-APPLIED
           DISPLAY "  Intraday changes on hold  : " CTL-PEND-HELD
           DISPLAY "  Staged high-risk hits     : " CTL-STAGED-RISK-HITS
           DISPLAY "  Stale-read conflicts      : " CTL-CONFLICTS
           DISPLAY "  Other-entity rows refused : " CTL-ENTITY-REJECT
               " (entity " WS-RUN-ENTITY ")"
           DISPLAY "  Contact records added     : " CTL-CONTACT-ADDED
           DISPLAY "  Contact records updated   : "
               CTL-CONTACT-UPDATED
           IF CKP-RESTART-MODE = 'Y'
               DISPLAY "  Rows skipped on restart   : "
                   CTL-RESTART-SKIPPED
               DISPLAY "  Applied before the restart: "
                   CTL-RESTART-APPLIED
           END-IF
           IF WS-SNAP-DUE = 'Y'
               DISPLAY "  Snapshot records written  : " CTL-SNAP-COUNT
                   " -> " FUNCTION TRIM(WS-SNAP-FILE-NAME)
           END-IF
           IF CTL-SPLIT-QUEUED > 0
               DISPLAY "ADDRMAST: " CTL-SPLIT-QUEUED " second half(s) "
                   "of split rows hit the same account and role as "
                   "the first half - queued to "
                   FUNCTION TRIM(WS-REVQ-FILE-NAME)
           END-IF
           IF CTL-CONFLICTS > 0
               DISPLAY "ADDRMAST: " CTL-CONFLICTS " update(s) not "
                   "applied - see master_conflicts.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CTL-ENTITY-REJECT > 0
               DISPLAY "ADDRMAST: " CTL-ENTITY-REJECT " row(s) of "
                   "another entity refused - check the input file and "
                   "master for entity " WS-RUN-ENTITY
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 今天是不是月底（明天跨月就是）；測試/補切可用
       *> 整檔快照：依主鍵從頭 READ NEXT 到底，一筆一行原樣傾印
       WRITE-MONTHEND-SNAPSHOT.
           MOVE SPACES TO WS-SNAP-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'master_snapshot_' WS-RUN-DATE '.dat'
               DELIMITED BY SIZE INTO WS-SNAP-FILE-NAME
           OPEN OUTPUT SNAP-FILE
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WS-SNAP-DONE
           END-START
           PERFORM UNTIL WS-SNAP-DONE = 'Y'

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME8 FROM TIME
           MOVE SPACES TO WS-RUN-START-STAMP
           STRING WS-RUN-DATE WS-STAMP-TIME8(1:6)
               DELIMITED BY SIZE INTO WS-RUN-START-STAMP

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "ADDRMAST: ADDR_ENTITY must be at most 4 "
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

           *> 續跑沿用原本那一次的執行日（過了午夜才續跑，檔名
           *> 也要接回同一天的輸入與異動歷史）
           PERFORM INIT-CHECKPOINT

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'test_1016_' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_IN_FILE'
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_ROLE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN SPACES
                   CONTINUE
               WHEN 'MAILING'
               WHEN 'RESIDENTIAL'
               WHEN 'BUSINESS'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO WS-DEFAULT-ROLE
               WHEN OTHER
                   DISPLAY "ADDRMAST: ADDRMAST_ROLE must be MAILING, "
                       "RESIDENTIAL or BUSINESS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CHANGE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_CHANGE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CHANGE-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_queue_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REVQ-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQ_QUEUE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REVQ-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'account_contact.dat'
               DELIMITED BY SIZE INTO WS-CON-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'addrmast_counters.txt'
               DELIMITED BY SIZE INTO WS-CTRS-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_CONTACT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CON-FILE-NAME
           END-IF.

       *> 一行輸出 CSV：拆欄位、檢查 ACCOUNT-ID，主檔上已有同帳號
           MOVE FLD-VALUE(34) TO CSV-ACCOUNT-ID
           MOVE FLD-VALUE(35) TO CSV-LANDMARK
           MOVE FLD-VALUE(44) TO CSV-RECTYPE
           MOVE FLD-VALUE(49) TO CSV-RISK-CAT
           MOVE FLD-VALUE(50) TO CSV-CARE-OF
           MOVE FLD-VALUE(51) TO CSV-ADDR-TYPE
           MOVE FUNCTION TRIM(FLD-VALUE(45)) TO CSV-PHONE
           MOVE FUNCTION TRIM(FLD-VALUE(52)) TO CSV-EMAIL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FLD-VALUE(53)))
               TO CSV-ENTITY
           MOVE FUNCTION TRIM(FLD-VALUE(54)) TO CSV-EXTRACT-STAMP
           MOVE FUNCTION TRIM(FLD-VALUE(55)) TO CSV-SPLIT-SEQ

           *> 別的法人的資料列（輸出檔送錯目錄/檔名）整列不收，
           *> 連聯絡資料檔都不碰
           IF CSV-ENTITY NOT = SPACES
              AND CSV-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO CTL-ENTITY-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-STAGED-ROW = 'Y'
              AND FUNCTION TRIM(CSV-ACCOUNT-ID) NOT = SPACES
               PERFORM SCREEN-STAGED-ROW
           END-IF

           IF FUNCTION TRIM(CSV-ACCOUNT-ID) = SPACES
               ADD 1 TO CTL-NOACCT-COUNT
           ELSE
               IF CSV-PHONE NOT = SPACES OR CSV-EMAIL NOT = SPACES
                   PERFORM UPDATE-CONTACT
               END-IF
               PERFORM ASSIGN-ADDRESS-ROLE
               IF WS-SPLIT-COLLIDE = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(CSV-ACCOUNT-ID) TO MAST-ACCOUNT-ID
               MOVE CSV-ROLE TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY
                       PERFORM BUILD-MAST-REC
                       MOVE SPACES TO MAST-UNDELIV-FLAG
                       MOVE SPACES TO MAST-UNDELIV-REASON
                       MOVE 0 TO MAST-UNDELIV-DATE
                       MOVE SPACES TO MAST-AREA-CODE
                       MOVE 0 TO MAST-LAST-DELIV-DATE
                       MOVE WS-RUN-ENTITY TO MAST-ENTITY
                       MOVE 0 TO MAST-VERSION
                       PERFORM STAMP-MAST-VERSION
                       *> 讀完到寫之間別的程式先建了同一個鍵
                       WRITE MAST-REC
                           INVALID KEY
                               MOVE 0 TO WS-READ-VERSION
                               MOVE 'DUPLICATE-ADD' TO WS-CONFLICT-WHY
                               PERFORM WRITE-CONFLICT-LINE
                               EXIT PARAGRAPH
                       END-WRITE
                       MOVE 'A' TO WS-JRNL-TYPE
                       PERFORM WRITE-JOURNAL-IMAGE
                       ADD 1 TO CTL-ADD-COUNT
                   NOT INVALID KEY
                       *> 主檔上是別的法人的記錄 = 指錯主檔，不蓋
                       MOVE MAST-ENTITY TO WS-REC-ENTITY
                       IF WS-REC-ENTITY = SPACES
                           MOVE WS-DEFAULT-ENTITY TO WS-REC-ENTITY
                       END-IF
                       IF WS-REC-ENTITY NOT = WS-RUN-ENTITY
                           ADD 1 TO CTL-ENTITY-REJECT
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-RUN-ENTITY TO MAST-ENTITY
                       PERFORM CAPTURE-READ-VERSION
                       *> 續跑：掛掉前最後一段已經套進主檔的，
                       *> 不再寫一次影像跟異動歷史
                       IF CKP-RESTART-MODE = 'Y'
                          AND CK-INDOUBT-COUNT > 0
                           PERFORM CHECK-ALREADY-APPLIED
                           IF CK-WAS-APPLIED
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                       IF WS-STAGED-ROW = 'Y'
                           PERFORM KEEP-MASTER-COLUMNS
                       END-IF
                       MOVE 'N' TO WS-ROW-CHANGED
                       MOVE 'N' TO WS-TRANS-PENDING
                       MOVE 0 TO CHG-PEND-COUNT
                       PERFORM COMPARE-FIELDS
                       STRING MAST-COUNTRY MAST-CITY MAST-DISTRICT
                           DELIMITED BY SIZE INTO WS-OLD-AREA-KEY
                       PERFORM BUILD-MAST-REC
                       *> 行政區代碼是照舊的國家/城市/行政區指定的，
                       *> 地址搬了就不能再拿舊代碼去申報
                       STRING MAST-COUNTRY MAST-CITY MAST-DISTRICT
                           DELIMITED BY SIZE INTO WS-NEW-AREA-KEY
                       IF WS-OLD-AREA-KEY NOT = WS-NEW-AREA-KEY
                           MOVE SPACES TO MAST-AREA-CODE
                       END-IF
                       *> 掛著寄不到旗標的地址這次真的變了：
                       *> 轉成 R（重試中），下一週沒再退郵
                       *> MAILUNDEL 會把旗標清掉
                           MOVE 'U' TO WS-OLD-FLAG
                           MOVE 'R' TO MAST-UNDELIV-FLAG
                           MOVE 'ADDR-CHANGE' TO WS-TRANS-CAUSE
                           MOVE 'Y' TO WS-TRANS-PENDING
                       END-IF
                       *> 妥投紀錄是舊地址的，地址變了就歸零
                       IF WS-ROW-CHANGED = 'Y'
                           MOVE 0 TO MAST-LAST-DELIV-DATE
                       END-IF
                       PERFORM REWRITE-MAST-CHECKED
                       IF WS-VERSION-OK = 'N'
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM VARYING CHG-PEND-IDX FROM 1 BY 1
                               UNTIL CHG-PEND-IDX > CHG-PEND-COUNT
                           MOVE CHG-PEND-LINE(CHG-PEND-IDX)
                               TO CHANGE-REC
                           WRITE CHANGE-REC
                           PERFORM INDEX-CHANGE-LINE
                           ADD 1 TO CTL-CHANGE-COUNT
                       END-PERFORM
                       IF WS-TRANS-PENDING = 'Y'
                           PERFORM WRITE-TRANSITION-LINE
                           ADD 1 TO CTL-FLAG-RETRY
                       END-IF
                       MOVE 'A' TO WS-JRNL-TYPE
                       PERFORM WRITE-JOURNAL-IMAGE
                       ADD 1 TO CTL-REWRITE-COUNT
               END-READ
           END-IF.

       *> 聯絡資料：這一列有電話/電子郵件就進帳號的聯絡記錄。
       *> 空白不蓋舊值；號碼/位址換了才重蓋取得日並清掉該管道的
       *> 退件狀態（舊號碼退件不能算到新號碼頭上）。
       UPDATE-CONTACT.
           MOVE 'N' TO WS-CON-CHANGED
           MOVE FUNCTION TRIM(CSV-ACCOUNT-ID) TO CON-ACCOUNT
           READ CON-FILE
               INVALID KEY
                   MOVE SPACES TO CON-REC
                   MOVE FUNCTION TRIM(CSV-ACCOUNT-ID) TO CON-ACCOUNT
                   MOVE 0 TO CON-PHONE-DATE CON-PHONE-STAT-DATE
                       CON-EMAIL-DATE CON-EMAIL-STAT-DATE
                   IF CSV-PHONE NOT = SPACES
                       MOVE CSV-PHONE TO CON-PHONE
                       MOVE WS-RUN-DATE TO CON-PHONE-DATE
                   END-IF
                   IF CSV-EMAIL NOT = SPACES
                       MOVE CSV-EMAIL TO CON-EMAIL
                       MOVE WS-RUN-DATE TO CON-EMAIL-DATE
                   END-IF
                   MOVE WS-RUN-DATE TO CON-UPD-DATE
                   MOVE WS-JRNL-PROGRAM TO CON-UPD-PROGRAM
                   WRITE CON-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO CTL-CONTACT-ADDED
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ
           IF CSV-PHONE NOT = SPACES AND CSV-PHONE NOT = CON-PHONE
               MOVE CSV-PHONE TO CON-PHONE
               MOVE WS-RUN-DATE TO CON-PHONE-DATE
               MOVE SPACES TO CON-PHONE-STATUS
               MOVE 0 TO CON-PHONE-STAT-DATE
               MOVE 'Y' TO WS-CON-CHANGED
           END-IF
           IF CSV-EMAIL NOT = SPACES
              AND FUNCTION UPPER-CASE(CSV-EMAIL)
                  NOT = FUNCTION UPPER-CASE(CON-EMAIL)
               MOVE CSV-EMAIL TO CON-EMAIL
               MOVE WS-RUN-DATE TO CON-EMAIL-DATE
               MOVE SPACES TO CON-EMAIL-STATUS
               MOVE 0 TO CON-EMAIL-STAT-DATE
               MOVE 'Y' TO WS-CON-CHANGED
           END-IF
           IF WS-CON-CHANGED = 'Y'
               MOVE WS-RUN-DATE TO CON-UPD-DATE
               MOVE WS-JRNL-PROGRAM TO CON-UPD-PROGRAM
               REWRITE CON-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO CTL-CONTACT-UPDATED
               END-REWRITE
           END-IF.

       *> READ 回來的版本記下來（舊記錄沒有版本欄就當 0）
       CAPTURE-READ-VERSION.
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE MAST-VERSION TO WS-READ-VERSION.

       *> 改好的影像先存起來，同一個主鍵重讀：版本還是 READ 時
       *> 那一個才把重讀回來的記錄記成改寫前影像（B）、把影像蓋
       *> 回去、蓋新版本 REWRITE；被別的程式先改過（或刪掉）就
       *> 不寫影像也不寫主檔，記一行衝突，WS-VERSION-OK = 'N'。
       REWRITE-MAST-CHECKED.
           MOVE MAST-REC TO WS-NEW-IMAGE
           MOVE 'Y' TO WS-VERSION-OK
           READ MAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'DELETED' TO WS-CONFLICT-WHY
           END-READ
           IF WS-VERSION-OK = 'Y'
               IF MAST-VERSION IS NOT NUMERIC
                   MOVE 0 TO MAST-VERSION
               END-IF
               IF MAST-VERSION NOT = WS-READ-VERSION
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'STALE-READ' TO WS-CONFLICT-WHY
               END-IF
           END-IF
           *> 抽檔比主檔舊：主檔在抽檔之後被改過（別的程式，或
           *> 先前另一次 ADDRMAST 載了較新的抽檔），這一列是改之前
           *> 的地址，蓋回去就把更正洗掉。沒帶時間戳記的舊格式
           *> 檔案照舊只比版本。
           IF WS-VERSION-OK = 'Y'
              AND CSV-EXTRACT-STAMP IS NUMERIC
              AND MAST-UPD-DATE IS NUMERIC
              AND MAST-UPD-TIME IS NUMERIC
               MOVE SPACES TO WS-MAST-STAMP
               STRING MAST-UPD-DATE MAST-UPD-TIME
                   DELIMITED BY SIZE INTO WS-MAST-STAMP
               IF WS-MAST-STAMP > CSV-EXTRACT-STAMP
                   IF MAST-UPD-PROGRAM NOT = WS-JRNL-PROGRAM
                      OR WS-MAST-STAMP < WS-RUN-START-STAMP
                       MOVE 'N' TO WS-VERSION-OK
                       MOVE 'STALE-EXTRACT' TO WS-CONFLICT-WHY
                   END-IF
               END-IF
           END-IF
           IF WS-VERSION-OK = 'N'
               PERFORM WRITE-CONFLICT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE WS-NEW-IMAGE TO MAST-REC
           MOVE WS-READ-VERSION TO MAST-VERSION
           PERFORM STAMP-MAST-VERSION
           REWRITE MAST-REC.

       *> 版本 +1，蓋上這次更新的日期、時間、程式
       STAMP-MAST-VERSION.
           ACCEPT WS-STAMP-TIME8 FROM TIME
           ADD 1 TO MAST-VERSION
           MOVE WS-RUN-DATE TO MAST-UPD-DATE
           MOVE WS-STAMP-TIME8(1:6) TO MAST-UPD-TIME
           MOVE WS-JRNL-PROGRAM TO MAST-UPD-PROGRAM.

       *> 一行衝突：日期;時間;程式;帳號;角色;原因;讀到的版本;
       *> 主檔現在的版本;最後更新程式;最後更新日期時間
       WRITE-CONFLICT-LINE.
           ADD 1 TO CTL-CONFLICTS
           ACCEPT WS-STAMP-TIME8 FROM TIME
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE SPACES TO CONFLICT-REC
           STRING WS-RUN-DATE ";" WS-STAMP-TIME8(1:6) ";"
               FUNCTION TRIM(WS-JRNL-PROGRAM) ";"
               FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(WS-CONFLICT-WHY) ";"
               WS-READ-VERSION ";" MAST-VERSION ";"
               FUNCTION TRIM(MAST-UPD-PROGRAM) ";"
               MAST-UPD-DATE MAST-UPD-TIME
               DELIMITED BY SIZE INTO CONFLICT-REC
           INSPECT CONFLICT-REC REPLACING ALL LOW-VALUE BY SPACE
           WRITE CONFLICT-REC.

       *> 這一列要進哪一個地址角色（見 WS-DEFAULT-ROLE 的說明）；
       *> 一列兩址拆出來的半列帳號本來就是原帳號，角色照一樣的
       *> 規則給，第二半撞到第一半的角色就改送覆核佇列
       ASSIGN-ADDRESS-ROLE.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(CSV-RECTYPE) = 'M'
                   MOVE 'MAILING' TO CSV-ROLE
               WHEN FUNCTION TRIM(CSV-RECTYPE) = 'P'
                   MOVE 'RESIDENTIAL' TO CSV-ROLE
               WHEN FUNCTION TRIM(CSV-RECTYPE) = 'B'
                   MOVE 'BUSINESS' TO CSV-ROLE
               WHEN CSV-POBOX NOT = SPACES
                AND CSV-STREET = SPACES AND CSV-ROAD = SPACES
                AND CSV-AVENUE = SPACES AND CSV-WAY = SPACES
                AND CSV-BLVD = SPACES AND CSV-DRIVE = SPACES
                   MOVE 'MAILING' TO CSV-ROLE
               WHEN OTHER
                   MOVE WS-DEFAULT-ROLE TO CSV-ROLE
           END-EVALUATE
           PERFORM CHECK-SPLIT-COLLISION
           IF WS-SPLIT-COLLIDE = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE CSV-ROLE
               WHEN 'MAILING'
                   ADD 1 TO CTL-ROLE-MAILING
               WHEN 'RESIDENTIAL'
                   ADD 1 TO CTL-ROLE-RESIDENTIAL
               WHEN OTHER
                   ADD 1 TO CTL-ROLE-BUSINESS
           END-EVALUATE.

       *> SplitSeq 1 記下帳號跟角色；SplitSeq 2 同帳號又落到記下
       *> 的角色 = 撞鍵，整列原樣追加進覆核佇列（REVIEWQ 改
       *> RecType 後由 REVIEWAPPLY 套進主檔）；其他資料列清掉記錄
       CHECK-SPLIT-COLLISION.
           MOVE 'N' TO WS-SPLIT-COLLIDE
           EVALUATE CSV-SPLIT-SEQ
               WHEN '1'
                   IF FUNCTION TRIM(CSV-ACCOUNT-ID) NOT =
                      WS-SPLIT-ACCOUNT
                       MOVE FUNCTION TRIM(CSV-ACCOUNT-ID)
                           TO WS-SPLIT-ACCOUNT
                       MOVE 0 TO WS-SPLIT-ROLE-COUNT
                   END-IF
                   IF WS-SPLIT-ROLE-COUNT < 3
                       ADD 1 TO WS-SPLIT-ROLE-COUNT
                       MOVE CSV-ROLE
                           TO WS-SPLIT-ROLE(WS-SPLIT-ROLE-COUNT)
                   END-IF
               WHEN '2'
                   IF FUNCTION TRIM(CSV-ACCOUNT-ID) = WS-SPLIT-ACCOUNT
                       PERFORM VARYING WS-SPLIT-ROLE-IDX FROM 1 BY 1
                               UNTIL WS-SPLIT-ROLE-IDX
                                     > WS-SPLIT-ROLE-COUNT
                           IF WS-SPLIT-ROLE(WS-SPLIT-ROLE-IDX)
                              = CSV-ROLE
                               MOVE 'Y' TO WS-SPLIT-COLLIDE
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-SPLIT-ACCOUNT
                   MOVE 0 TO WS-SPLIT-ROLE-COUNT
           END-EVALUATE
           IF WS-SPLIT-COLLIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-REVQ-OPEN = 'N'
               OPEN EXTEND REVQ-FILE
               IF WS-REVQ-STATUS NOT = '00'
                   OPEN OUTPUT REVQ-FILE
               END-IF
               MOVE 'Y' TO WS-REVQ-OPEN
           END-IF
           MOVE IN-REC TO REVQ-REC
           WRITE REVQ-REC
           ADD 1 TO CTL-SPLIT-QUEUED.

       *> IN-REC 依分號拆進 FLD-VALUE 表：雙引號切換引號狀態、
       *> 引號內的 "" 收一個引號、引號內的分號當一般字元
       *> （跟 READFILE 的 CSV 模式同一套拆法）。
           MOVE SPACES TO CSV-FLD-BUF
           MOVE 1 TO CSV-FLD-PTR.

       *> 把這次拆出來的欄位搬進主檔記錄（主鍵 MAST-KEY：帳號+角色
       *> 在呼叫前就已設好，不在這裡動它）。
       BUILD-MAST-REC.
           MOVE FUNCTION TRIM(CSV-RM)        TO MAST-RM
               MOVE 0 TO MAST-SCORE
           END-IF
           MOVE FUNCTION TRIM(CSV-LANDMARK)  TO MAST-LANDMARK
           MOVE FUNCTION TRIM(CSV-RISK-CAT)  TO MAST-RISK-CAT
           MOVE FUNCTION TRIM(CSV-CARE-OF)   TO MAST-CARE-OF
           MOVE FUNCTION TRIM(CSV-ADDR-TYPE) TO MAST-ADDR-TYPE
           IF FUNCTION LENGTH(FUNCTION TRIM(CSV-ORIGINAL))
              > LENGTH OF MAST-ORIG-TEXT
               MOVE SPACES TO MAST-ORIG-TEXT
           ELSE
               MOVE FUNCTION TRIM(CSV-ORIGINAL) TO MAST-ORIG-TEXT
           END-IF
           MOVE WS-RUN-DATE                  TO MAST-LOAD-DATE.

       *> 主檔上已有這個帳號：逐欄位比對舊值（MAST-REC，READ 回來
       *> 的內容）跟新值（CSV-*），不同就記一行異動記錄
       *> 「帳號;欄位;舊值;新值;日期;地址角色」（角色放最後一欄，
       *> 只讀前五欄的舊讀取端不受影響），REWRITE 成功才寫出。
       COMPARE-FIELDS.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 32
               PERFORM GET-FIELD-PAIR
               IF FUNCTION TRIM(CMP-OLD-VALUE) NOT =
                  FUNCTION TRIM(CMP-NEW-VALUE)
                   MOVE 'Y' TO WS-ROW-CHANGED
                   ADD 1 TO CHG-PEND-COUNT
                   MOVE SPACES TO CHG-PEND-LINE(CHG-PEND-COUNT)
                   STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
                       FUNCTION TRIM(CMP-FIELD-NAME) ";"
                       FUNCTION TRIM(CMP-OLD-VALUE) ";"
                       FUNCTION TRIM(CMP-NEW-VALUE) ";"
                       WS-RUN-DATE ";"
                       FUNCTION TRIM(MAST-ADDR-ROLE)
                       DELIMITED BY SIZE
                       INTO CHG-PEND-LINE(CHG-PEND-COUNT)
               END-IF
           END-PERFORM.

                   MOVE "LANDMARK"  TO CMP-FIELD-NAME
                   MOVE MAST-LANDMARK TO CMP-OLD-VALUE
                   MOVE CSV-LANDMARK  TO CMP-NEW-VALUE
               WHEN 31
                   MOVE "CARE_OF"   TO CMP-FIELD-NAME
                   MOVE MAST-CARE-OF  TO CMP-OLD-VALUE
                   MOVE CSV-CARE-OF   TO CMP-NEW-VALUE
               WHEN 32
                   MOVE "ADDRESS_TYPE" TO CMP-FIELD-NAME
                   MOVE MAST-ADDR-TYPE TO CMP-OLD-VALUE
                   MOVE CSV-ADDR-TYPE  TO CMP-NEW-VALUE
           END-EVALUATE.

       *> 一筆主檔影像進異動日誌：呼叫前設好 WS-JRNL-TYPE
           MOVE WS-JRNL-PROGRAM TO JRNL-PROGRAM
           MOVE WS-JRNL-TYPE TO JRNL-TYPE
           MOVE MAST-REC TO JRNL-IMAGE
           IF MAST-VERSION IS NUMERIC
               MOVE MAST-VERSION TO JRNL-VERSION
           ELSE
               MOVE 0 TO JRNL-VERSION
           END-IF
           MOVE 'A' TO LC-FUNCTION
           MOVE 'addr_journal.txt' TO LC-LOG-NAME
           MOVE JRNL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-TAIL TO JRNL-CHAIN
           MOVE LC-SEQ TO WS-JRNL-LAST-SEQ
           WRITE JRNL-REC.

       *> 一行旗標轉換日誌：帳號;舊;新;原因;日期
               WS-OLD-FLAG ";" MAST-UNDELIV-FLAG ";"
               FUNCTION TRIM(WS-TRANS-CAUSE) ";" WS-RUN-DATE
               DELIMITED BY SIZE INTO TRANS-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'undeliv_transitions.txt' TO LC-LOG-NAME
           MOVE TRANS-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO TRANS-REC
           WRITE TRANS-REC.

       *> 日間暫置檔逐列走 PROCESS-CSV-ROW（格式就是標準輸出
       *> CSV 列、沒有表頭），套用完整檔改名成
       *> pending_changes_applied_YYYYMMDD.txt 留查。
       APPLY-PENDING-CHANGES.
           MOVE SPACES TO WS-PEND-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'pending_changes.txt'
               DELIMITED BY SIZE INTO WS-PEND-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'INTRADAY_PEND_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PEND-FILE-NAME
           END-IF
           *> 上一次已經套完暫置檔、在收尾時掛掉的，不再碰
           IF WS-CKP-PHASE = 'F'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PHLD-FILE-NAME
           STRING FUNCTION TRIM(WS-PEND-FILE-NAME) '.held'
               DELIMITED BY SIZE INTO WS-PHLD-FILE-NAME
           OPEN OUTPUT PHLD-FILE
           PERFORM LOAD-STAGED-SCREENS
           MOVE 'Y' TO WS-STAGED-ROW
           PERFORM UNTIL PEND-EOF = 'Y'
               READ PEND-FILE
                   AT END MOVE 'Y' TO PEND-EOF
                   NOT AT END
                       ADD 1 TO CKP-DONE
                       EVALUATE TRUE
                           WHEN PEND-REC(1:5) = 'HOLD;'
                               ADD 1 TO CTL-PEND-HELD
                               WRITE PHLD-REC FROM PEND-REC
                           *> 續跑：checkpoint 之前套過的暫置列跳過
                           *> （保留列照樣抄，保留檔是重新寫的）
                           WHEN CKP-RESTART-PHASE = 'P'
                                AND CKP-DONE <= CKP-RESTART-POINT
                               ADD 1 TO CTL-RESTART-SKIPPED
                           WHEN FUNCTION TRIM(PEND-REC) NOT = SPACES
                               ADD 1 TO CTL-READ-COUNT
                               ADD 1 TO CTL-PEND-APPLIED
                               MOVE PEND-REC TO IN-REC
                               PERFORM PROCESS-CSV-ROW
                       END-EVALUATE
                       IF FUNCTION MOD(CKP-DONE, CKP-INTERVAL) = 0
                           PERFORM TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEND-FILE PHLD-FILE
           MOVE 'N' TO WS-STAGED-ROW
           IF WS-RISKHIT-OPEN = 'Y'
               CLOSE RISKHIT-FILE
           END-IF
           MOVE SPACES TO WS-PEND-APPLIED-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'pending_changes_applied_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-PEND-APPLIED-NAME
           CALL 'CBL_RENAME_FILE'
               USING WS-PEND-FILE-NAME WS-PEND-APPLIED-NAME
           *> 保留列留給下一晚（沒有就不留空檔）
           IF CTL-PEND-HELD > 0
               CALL 'CBL_RENAME_FILE'
                   USING WS-PHLD-FILE-NAME WS-PEND-FILE-NAME
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-PHLD-FILE-NAME
           END-IF
           MOVE 0 TO RETURN-CODE.

       *> 暫置列補篩用的高風險名單與地址類型關鍵字（都是選擇性
       *> 檔案，不在就不篩、不分類，沿用主檔上的值）
       LOAD-STAGED-SCREENS.
           MOVE 'address_risk.txt' TO WS-RISK-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_RISK_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RISK-FILE-NAME
           END-IF
           MOVE 'address_types.txt' TO WS-ATYPE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_ADDRTYPE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ATYPE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-RISKHIT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_risk_hits_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RISKHIT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_RISKHIT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RISKHIT-FILE-NAME
           END-IF

           MOVE 0 TO RISK-COUNT
           OPEN INPUT RISK-FILE
           IF WS-REF-STATUS = '00'
               PERFORM UNTIL RISK-FILE-EOF = 'Y'
                   READ RISK-FILE
                       AT END MOVE 'Y' TO RISK-FILE-EOF
                       NOT AT END
                           IF FUNCTION TRIM(RISK-REC) NOT = SPACES
                              AND RISK-REC(1:1) NOT = '*'
                              AND RISK-COUNT < 2000
                               ADD 1 TO RISK-COUNT
                               UNSTRING RISK-REC DELIMITED BY '|'
                                   INTO RK-CATEGORY(RISK-COUNT)
                                        RK-ZIP(RISK-COUNT)
                                        RK-STREET(RISK-COUNT)
                                        RK-NO(RISK-COUNT)
                               END-UNSTRING
                               *> 郵遞區號跟街道都空白的項目主批次
                               *> 也丟掉（會命中每一筆）
                               IF RK-ZIP(RISK-COUNT) = SPACES
                                  AND RK-STREET(RISK-COUNT) = SPACES
                                   SUBTRACT 1 FROM RISK-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISK-FILE
           END-IF

           MOVE 0 TO ATYPE-COUNT
           OPEN INPUT ATYPE-FILE
           IF WS-REF-STATUS = '00'
               PERFORM UNTIL ATYPE-FILE-EOF = 'Y'
                   READ ATYPE-FILE
                       AT END MOVE 'Y' TO ATYPE-FILE-EOF
                       NOT AT END
                           IF FUNCTION TRIM(ATYPE-REC) NOT = SPACES
                              AND ATYPE-REC(1:1) NOT = '*'
                               PERFORM LOAD-ONE-ATYPE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATYPE-FILE
           END-IF.

       *> 關鍵字檔一行「類型|關鍵字」，收法同主批次（看不懂的
       *> 行主批次已經警告過，這裡安靜跳過）
       LOAD-ONE-ATYPE-ENTRY.
           MOVE SPACES TO AT-REC-CODE AT-REC-KEYWORD
           UNSTRING ATYPE-REC DELIMITED BY '|'
               INTO AT-REC-CODE AT-REC-KEYWORD
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AT-REC-CODE))
               TO AT-REC-CODE
           IF AT-REC-CODE NOT = 'RES' AND AT-REC-CODE NOT = 'COM'
              AND AT-REC-CODE NOT = 'INS' AND AT-REC-CODE NOT = 'GOV'
              AND AT-REC-CODE NOT = 'MIL'
              OR FUNCTION TRIM(AT-REC-KEYWORD) = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(AT-REC-KEYWORD)) > 60
              OR ATYPE-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ATYPE-COUNT
           MOVE AT-REC-CODE TO AT-CODE(ATYPE-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AT-REC-KEYWORD))
               TO AT-KEYWORD(ATYPE-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AT-REC-KEYWORD))
               TO AT-KW-LEN(ATYPE-COUNT).

       *> 暫置列的高風險篩檢與地址類型分類，規則同主批次的
       *> SCREEN-ADDRESS-RISK / CLASSIFY-ADDRESS-TYPE；列上已經
       *> 帶了值的不重做
       SCREEN-STAGED-ROW.
           IF RISK-COUNT > 0 AND CSV-RISK-CAT = SPACES
               PERFORM SCREEN-STAGED-RISK
           END-IF
           IF ATYPE-COUNT > 0 AND CSV-ADDR-TYPE = SPACES
               PERFORM CLASSIFY-STAGED-TYPE
           END-IF.

       *> 名單上一條的郵遞區號/街道/門牌有填的都要相符（不分
       *> 大小寫）才算命中，取第一條；街道取 STREET，沒有才退
       *> ROAD、AVENUE。命中寫一行「帳號;類別;郵遞區號;街道;
       *> 門牌;原始地址」
       SCREEN-STAGED-RISK.
           MOVE SPACES TO RISK-STREET-VALUE
           IF CSV-STREET NOT = SPACES
               MOVE CSV-STREET TO RISK-STREET-VALUE
           ELSE
               IF CSV-ROAD NOT = SPACES
                   MOVE CSV-ROAD TO RISK-STREET-VALUE
               ELSE
                   MOVE CSV-AVENUE TO RISK-STREET-VALUE
               END-IF
           END-IF
           MOVE 0 TO RISK-FOUND-IDX
           PERFORM VARYING RISK-IDX FROM 1 BY 1
                   UNTIL RISK-IDX > RISK-COUNT OR RISK-FOUND-IDX > 0
               IF (RK-ZIP(RISK-IDX) = SPACES
                   OR FUNCTION TRIM(RK-ZIP(RISK-IDX)) =
                      FUNCTION TRIM(CSV-ZIP))
                  AND (RK-STREET(RISK-IDX) = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                      RK-STREET(RISK-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                      RISK-STREET-VALUE)))
                  AND (RK-NO(RISK-IDX) = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                      RK-NO(RISK-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(CSV-NO)))
                   MOVE RISK-IDX TO RISK-FOUND-IDX
               END-IF
           END-PERFORM
           IF RISK-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               RK-CATEGORY(RISK-FOUND-IDX))) TO CSV-RISK-CAT
           ADD 1 TO CTL-STAGED-RISK-HITS
           IF WS-RISKHIT-OPEN = 'N'
               OPEN EXTEND RISKHIT-FILE
               IF WS-RISKHIT-STATUS NOT = '00'
                   OPEN OUTPUT RISKHIT-FILE
               END-IF
               MOVE 'Y' TO WS-RISKHIT-OPEN
           END-IF
           MOVE SPACES TO RISKHIT-REC
           STRING FUNCTION TRIM(CSV-ACCOUNT-ID) ";"
               FUNCTION TRIM(CSV-RISK-CAT) ";"
               FUNCTION TRIM(CSV-ZIP) ";"
               FUNCTION TRIM(RISK-STREET-VALUE) ";"
               FUNCTION TRIM(CSV-NO) ";"
               FUNCTION TRIM(CSV-ORIGINAL)
               DELIMITED BY SIZE INTO RISKHIT-REC
           WRITE RISKHIT-REC.

       *> 關鍵字比 BUILDING、LOCATION1-6、LANDMARK、OTHER 合起來
       *> 的文字，好幾類命中取 MIL > GOV > INS > COM > RES
       CLASSIFY-STAGED-TYPE.
           MOVE SPACES TO AT-TEXT
           STRING FUNCTION TRIM(CSV-BUILDING) " "
               FUNCTION TRIM(CSV-LOC1) " " FUNCTION TRIM(CSV-LOC2) " "
               FUNCTION TRIM(CSV-LOC3) " " FUNCTION TRIM(CSV-LOC4) " "
               FUNCTION TRIM(CSV-LOC5) " " FUNCTION TRIM(CSV-LOC6) " "
               FUNCTION TRIM(CSV-LANDMARK) " "
               FUNCTION TRIM(CSV-OTHER)
               DELIMITED BY SIZE INTO AT-TEXT
           MOVE FUNCTION UPPER-CASE(AT-TEXT) TO AT-TEXT
           MOVE 0 TO AT-BEST-RANK
           PERFORM VARYING ATYPE-IDX FROM 1 BY 1
                   UNTIL ATYPE-IDX > ATYPE-COUNT
                      OR AT-BEST-RANK = 5
               MOVE 0 TO AT-TALLY
               INSPECT AT-TEXT TALLYING AT-TALLY FOR ALL
                   AT-KEYWORD(ATYPE-IDX)(1:AT-KW-LEN(ATYPE-IDX))
               IF AT-TALLY > 0
                   EVALUATE AT-CODE(ATYPE-IDX)
                       WHEN 'MIL' MOVE 5 TO AT-RANK
                       WHEN 'GOV' MOVE 4 TO AT-RANK
                       WHEN 'INS' MOVE 3 TO AT-RANK
                       WHEN 'COM' MOVE 2 TO AT-RANK
                       WHEN OTHER MOVE 1 TO AT-RANK
                   END-EVALUATE
                   IF AT-RANK > AT-BEST-RANK
                       MOVE AT-RANK TO AT-BEST-RANK
                       MOVE AT-CODE(ATYPE-IDX) TO CSV-ADDR-TYPE
                   END-IF
               END-IF
           END-PERFORM.

       *> 暫置列沒帶的欄位沿用主檔上的值（BUILD-MAST-REC、
       *> COMPARE-FIELDS 看到的就是原值，不會清掉也不會記假異動）：
       *> 轉交行一律；風險類別/地址類型只在名單檔不在、沒辦法
       *> 重篩的時候
       KEEP-MASTER-COLUMNS.
           IF CSV-CARE-OF = SPACES
               MOVE MAST-CARE-OF TO CSV-CARE-OF
           END-IF
           IF RISK-COUNT = 0 AND CSV-RISK-CAT = SPACES
               MOVE MAST-RISK-CAT TO CSV-RISK-CAT
           END-IF
           IF ATYPE-COUNT = 0 AND CSV-ADDR-TYPE = SPACES
               MOVE MAST-ADDR-TYPE TO CSV-ADDR-TYPE
           END-IF.

       *> checkpoint 初始化：ADDRMAST_RESTART=Y 從 checkpoint 接著
       *> 做（沒有續跑點就不跑，免得整批重套一次）；沒有設就是
       *> 全新的一次，上一次沒跑完留下的 checkpoint 作廢。
       INIT-CHECKPOINT.
           MOVE SPACES TO CK-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'addrmast.ckp'
               DELIMITED BY SIZE INTO CK-FILE-NAME
           MOVE WS-JRNL-PROGRAM TO CK-PROGRAM
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_CKP_INTERVAL'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND WS-ENV-VALUE NOT = SPACES
              AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO CKP-INTERVAL
           END-IF
           MOVE 'R' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_RESTART'
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE)) NOT = 'Y'
               IF CK-IS-FOUND
                   DISPLAY "ADDRMAST: WARNING - checkpoint of an "
                       "unfinished run discarded (phase " CK-PHASE
                       ", " CK-RECORDS " record(s) done) - set "
                       "ADDRMAST_RESTART=Y to continue it instead"
               END-IF
               ACCEPT WS-STAMP-TIME8 FROM TIME
               COMPUTE WS-RUN-STAMP = WS-RUN-DATE * 1000000
                   + WS-STAMP-TIME8 / 100
               MOVE 'M' TO WS-CKP-PHASE
               PERFORM TAKE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           IF NOT CK-IS-FOUND
               DISPLAY "ADDRMAST: restart requested but "
                   FUNCTION TRIM(CK-FILE-NAME)
                   " holds no restart point - last run completed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO CKP-RESTART-MODE
           MOVE CK-PHASE TO CKP-RESTART-PHASE WS-CKP-PHASE
           MOVE CK-RECORDS TO CKP-RESTART-POINT
           MOVE CK-JRNL-SEQ TO WS-JRNL-LAST-SEQ
           MOVE CK-RUN-STAMP TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE CK-CTR(1) TO CTL-ADD-COUNT
           MOVE CK-CTR(2) TO CTL-REWRITE-COUNT
           MOVE CK-CTR(3) TO CTL-CONFLICTS
           MOVE CK-CTR(4) TO CTL-NOACCT-COUNT
           MOVE CK-CTR(5) TO CTL-ENTITY-REJECT
           MOVE CK-CTR(6) TO CTL-FLAG-RETRY
           MOVE CK-CTR(7) TO CTL-PEND-APPLIED
           MOVE CK-CTR(8) TO CTL-READ-COUNT
           DISPLAY "ADDRMAST: restarting run of " WS-RUN-DATE
               " at phase " CK-PHASE " after " CK-RECORDS
               " record(s); " CK-INDOUBT-COUNT " journal image(s) "
               "written after the last checkpoint".

       *> 落一次 checkpoint：目前階段、這一階段做完的筆數、最後
       *> 寫的日誌序號與控制總量
       TAKE-CHECKPOINT.
           MOVE 'W' TO CK-FUNCTION
           MOVE WS-CKP-PHASE TO CK-PHASE
           MOVE CKP-DONE TO CK-RECORDS
           MOVE WS-JRNL-LAST-SEQ TO CK-JRNL-SEQ
           MOVE WS-RUN-STAMP TO CK-RUN-STAMP
           MOVE SPACES TO CK-LAST-KEY
           MOVE CTL-ADD-COUNT TO CK-CTR(1)
           MOVE CTL-REWRITE-COUNT TO CK-CTR(2)
           MOVE CTL-CONFLICTS TO CK-CTR(3)
           MOVE CTL-NOACCT-COUNT TO CK-CTR(4)
           MOVE CTL-ENTITY-REJECT TO CK-CTR(5)
           MOVE CTL-FLAG-RETRY TO CK-CTR(6)
           MOVE CTL-PEND-APPLIED TO CK-CTR(7)
           MOVE CTL-READ-COUNT TO CK-CTR(8)
           CALL 'CHKPOINT' USING CK-AREA.

       *> 主輸出 CSV 跳過表頭跟 checkpoint 之前做完的資料列；
       *> 已經過了主輸出這一段就整份跳過
       SKIP-COMPLETED-ROWS.
           *> 主輸出整份做完了：照樣讀過一遍，讀進筆數才對得上
           IF CKP-RESTART-PHASE NOT = 'M'
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ IN-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF WS-HEADER-SKIPPED = 'N'
                               MOVE 'Y' TO WS-HEADER-SKIPPED
                           ELSE
                               PERFORM LEDGER-INPUT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR CKP-DONE >= CKP-RESTART-POINT
               READ IN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WS-HEADER-SKIPPED = 'N'
                           MOVE 'Y' TO WS-HEADER-SKIPPED
                       ELSE
                           ADD 1 TO CKP-DONE
                           ADD 1 TO CTL-RESTART-SKIPPED
                           PERFORM LEDGER-INPUT-ROW
                       END-IF
               END-READ
           END-PERFORM.

       *> 續跑時這一筆（主檔上現在的樣子）是不是掛掉前已經套
       *> 過了；套過的照當時是新增還是改寫計數
       CHECK-ALREADY-APPLIED.
           MOVE 'D' TO CK-FUNCTION
           MOVE MAST-KEY TO CK-KEY
           MOVE WS-READ-VERSION TO CK-VERSION
           CALL 'CHKPOINT' USING CK-AREA
           IF CK-WAS-APPLIED
               ADD 1 TO CTL-RESTART-APPLIED
               IF CK-APPLIED-TYPE = 'A'
                   ADD 1 TO CTL-ADD-COUNT
               ELSE
                   ADD 1 TO CTL-REWRITE-COUNT
               END-IF
           END-IF.

       *> 續跑前先數異動歷史檔裡前一腿已經寫的行數（交付清單
       *> 記錄不算，看到就表示收尾那一段已經寫過了）
       RECOUNT-CHANGE-FILE.
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CHANGE-STATUS NOT = '00'
               READ CHANGE-FILE
                   AT END MOVE '10' TO WS-CHANGE-STATUS
                   NOT AT END
                       IF CHANGE-REC(1:4) = 'MAN;'
                           MOVE 'Y' TO WS-MAN-SEEN
                       ELSE
                           ADD 1 TO CTL-CHANGE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE.

       *> 讀進來的一列累計進控制總數（鍵值 = 第 34 欄 AccountID）
       LEDGER-INPUT-ROW.
           MOVE 'L' TO CL-FUNCTION
           MOVE 1 TO CL-SLOT
           MOVE 34 TO CL-KEY-COL
           MOVE IN-REC TO CL-LINE
           CALL 'CTLLEDGR' USING CL-AREA.

       *> 輸出 CSV 讀進幾列；異動歷史 ADDRMAST 自己算的列數（CTL）
       *> 對檔案實際落地的（DLV，對外交付；續跑接著寫的也整檔
       *> 重算，鍵值 = 第 1 欄帳號）
       LEDGER-CONTROL-TOTALS.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE 'ADDRMAST' TO CL-PROGRAM
           MOVE 'W' TO CL-FUNCTION
           MOVE 1 TO CL-SLOT
           MOVE WS-IN-FILE-NAME TO CL-FILE-NAME
           MOVE 'IN' TO CL-DIRECTION
           CALL 'CTLLEDGR' USING CL-AREA
           MOVE 'T' TO CL-FUNCTION
           MOVE WS-CHANGE-FILE-NAME TO CL-FILE-NAME
           MOVE 'CTL' TO CL-DIRECTION
           MOVE CTL-CHANGE-COUNT TO CL-COUNT
           MOVE 0 TO CL-HASH
           CALL 'CTLLEDGR' USING CL-AREA
           MOVE 'F' TO CL-FUNCTION
           MOVE 'DLV' TO CL-DIRECTION
           MOVE 1 TO CL-KEY-COL
           MOVE 'N' TO CL-SKIP-HEADER
           CALL 'CTLLEDGR' USING CL-AREA.

       *> 剛寫出去的異動行登進異動歷史索引檔
       INDEX-CHANGE-LINE.
           MOVE 'W' TO CH-FUNCTION
           MOVE CHANGE-REC TO CH-LINE
           CALL 'CHGHIST' USING CH-AREA.
