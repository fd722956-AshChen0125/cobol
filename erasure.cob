       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASURE.
      *> 已銷毀帳號的歷史檔塗銷：MASTPURGE 刪掉主檔記錄、寫進
      *> destruction_log.txt，可是同一個客戶的地址還留在各歷史
      *> 檔裡。這支依銷毀日誌列的帳號，把下列各家族檔（工作目錄
      *> 跟封存目錄裡的封存檔都掃）裡這些帳號的地址內容塗掉：
      *>   addr_journal.txt       前後影像（B/A/D）的地址欄位清成
      *>                          空白、OTHER 欄放 *ERASED*；日期、
      *>                          時間、程式、類型、主鍵、版本不動
      *>                          - D 記錄照樣在，MASTRECOV 重演
      *>                          時一樣把帳號刪掉
      *>   master_snapshot_*.dat / master_dump_*.dat 整筆影像，同上
      *>   address_changes_*.txt  舊值/新值換成 *ERASED*（各法人
      *>                          ENT_ 開頭的異動檔一起掃）
      *>   review_decisions_*.txt CORRECT 行的修正值換成 *ERASED*
      *>   qa_decisions_*.txt / qa_reversals_*.txt  REVIEWQA 盲測
      *>                          複核與裁決推翻的決議行，同上
      *>   golden_xref_*.txt      原始地址換成 *ERASED*
      *>   match_trace_*.txt      比對值換成 *ERASED*
      *>   *parse_cache.txt       該帳號的快取列整列拿掉（下次
      *>                          主批次重新解析就好）
      *>   notice_register.txt    ADDRNOTICE 通知登記簿：三行地址
      *>                          換成 *ERASED*，帳號、新舊、日期、
      *>                          狀態不動
      *>   addr_dim_YYYYMMDD.txt  ADDRDIM 倉儲饋送：28 欄地址換成
      *>                          *ERASED*，代理鍵、動作、起迄日
      *>                          不動（交付清單記錄不動）
      *>   addr_dim_state.txt / addr_dim_state.txt.bak  維度狀態
      *>                          檔：28 欄地址換成 *ERASED*（下次
      *>                          饋送結掉該版本的 D 列帶的就是
      *>                          *ERASED*）；ADDRDIM_STATE_FILE
      *>                          可覆寫檔名
      *>   addr_changes_<訂閱者>_YYYYMMDD.txt  CHGDIST 分送饋送：
      *>                          CHG 版面同異動行；ADDR 版面 28 欄
      *>                          地址換成 *ERASED*。除了工作目錄
      *>                          跟封存目錄，訂閱表
      *>                          （change_subscribers.txt，
      *>                          CHGDIST_SUBSCRIBERS 可覆寫）上
      *>                          各訂閱者的交付目錄也掃
      *>   dr_bundle_*/ 底下     DRBUNDLE 異地備援包裡的
      *>                          addr_journal.txt、master_dump.dat、
      *>                          parse_cache.txt，塗法同上（包的
      *>                          清單檢查碼因此對不上，DRDRILL
      *>                          只列警告）
      *>   account_contact.dat    帳號聯絡資料（電話/電子郵件）
      *>                          整筆刪除（INDEXED，只有工作目錄
      *>                          那一份；ADDRMAST_CONTACT_FILE
      *>                          可覆寫檔名）
      *>   address_history.dat    異動歷史索引檔（INDEXED，依帳號
      *>                          排）：舊值/新值換成 *ERASED*，
      *>                          鍵值、欄位名、日期不動
      *>                          （ADDR_HISTORY_FILE 可覆寫檔名）
      *> 已經塗過的行內容不會再變，重跑不會重複計算。檔案有改
      *> 才整份重寫（先寫 erasure_work.tmp 再改名蓋回去）。
      *> 法務保全（legal_holds.txt）優先：生效中的 ACCOUNT 保全
      *> 涵蓋的帳號、FAMILY 保全涵蓋的檔案一律不動，證明書上列
      *> 出保全編號與核准人，RETURN-CODE 4。
      *> 給隱私長的證明書逐帳號列出這次塗銷了哪些檔、各幾行：
      *> erasure_cert_YYYYMMDD.txt；這次沒有任何殘留內容的帳號
      *> 只計數。
      *>   ERASURE_ARCHIVE_DIR = 封存目錄（預設 archive，同
      *>                         retention_rules.txt 的預設）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO 'destruction_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LS-FILE ASSIGN TO 'erasure_ls.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT WORK-FILE ASSIGN TO 'erasure_work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "erasure_sort.tmp".
           SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 法務保全登錄簿（LEGALHOLD 維護）
           SELECT HOLD-FILE ASSIGN TO 'legal_holds.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           *> CHGDIST 訂閱表（只拿交付目錄）
           SELECT SUBS-FILE ASSIGN TO DYNAMIC WS-SUBS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT CON-FILE ASSIGN TO DYNAMIC WS-CON-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-ACCOUNT
               FILE STATUS IS WS-CON-STATUS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DAY WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-REC         PIC X(140).
       FD  LS-FILE.
       01  LS-REC          PIC X(150).
       FD  DATA-FILE.
       01  DATA-REC        PIC X(5000).
       FD  WORK-FILE.
       01  WORK-REC        PIC X(5000).

       *> 每個檔案每個帳號一筆：塗銷了（SCRUBBED）、因保全沒動
       *> （HELD）、或改名蓋回失敗（FAILED），依帳號+檔名排好
       *> 給證明書
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-ACCOUNT       PIC X(30).
           05 SR-FILE          PIC X(150).
           05 SR-KIND          PIC X(8).
           05 SR-LINES         PIC 9(7).
           05 SR-HOLD-IDX      PIC 9(4).
           05 SR-ER-IDX        PIC 9(5).
       FD  CERT-FILE.
       01  CERT-REC        PIC X(300).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  SUBS-FILE.
       01  SUBS-REC        PIC X(600).
       FD  CON-FILE.
       COPY "contact.cpy".
       FD  HIST-FILE.
       COPY "addrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-LOG-STATUS        PIC XX.
       01 WS-LS-STATUS         PIC XX.
       01 WS-DATA-STATUS       PIC XX.
       01 WS-WORK-STATUS       PIC XX.
       01 WS-DATA-FILE-NAME    PIC X(150).
       01 WS-WORK-FILE-NAME    PIC X(150) VALUE 'erasure_work.tmp'.
       01 WS-CERT-FILE-NAME    PIC X(100).
       01 WS-ARCHIVE-DIR       PIC X(60) VALUE 'archive'.
       01 WS-COMMAND           PIC X(400).
       01 WS-PATTERN           PIC X(150).
       01 WS-FAMILY            PIC X.
       01 WS-BASE-NAME         PIC X(150).
       01 WS-POS               PIC 9(4).
       01 WS-SLASH-POS         PIC 9(4).
       01 WS-TOKEN             PIC X(8) VALUE '*ERASED*'.
       01 WS-CON-FILE-NAME     PIC X(100) VALUE 'account_contact.dat'.
       01 WS-CON-STATUS        PIC XX.
       01 WS-HIST-FILE-NAME    PIC X(100) VALUE 'address_history.dat'.
       01 WS-HIST-STATUS       PIC XX.
       01 HIST-EOF             PIC X.
       01 LOG-EOF              PIC X VALUE 'N'.
       01 LS-EOF               PIC X.
       01 DATA-EOF             PIC X.
       01 SORT-EOF             PIC X VALUE 'N'.

       *> 銷毀日誌上的帳號（載入後排序，逐行比對走 SEARCH ALL）
       01 ER-COUNT             PIC 9(5) VALUE 1.
       01 ER-TABLE.
           05 ER-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON ER-COUNT
                   ASCENDING KEY IS ER-ACCOUNT
                   INDEXED BY ER-IX.
               10 ER-ACCOUNT       PIC X(30).
               10 ER-DESTROYED     PIC X(8).
               10 ER-HOLD-IDX      PIC 9(4).
       01 ER-LOADED            PIC 9(5) VALUE 0.
       01 ER-LOOKUP            PIC X(30).
       01 ER-IDX               PIC 9(5).
       01 LX-ACCOUNT           PIC X(40).
       01 LX-CLOSED            PIC X(10).
       01 LX-DESTROYED         PIC X(10).

       *> 一個檔案裡碰到的帳號與行數
       01 FH-TABLE.
           05 FH-ENTRY OCCURS 5000 TIMES.
               10 FH-ER-IDX        PIC 9(5).
               10 FH-LINES         PIC 9(7).
       01 FH-COUNT             PIC 9(4) VALUE 0.
       01 FH-IDX               PIC 9(4).
       01 FH-FOUND             PIC 9(4).
       01 WS-FILE-HOLD         PIC 9(4).
       01 WS-FILE-CHANGED      PIC 9(7).
       01 WS-RENAME-OK         PIC X.

       *> 一行的塗銷
       01 WS-LINE              PIC X(5000).
       01 WS-LINE-IDX          PIC 9(5).
       01 WS-DROP-SW           PIC X.
       01 WS-FLD-CNT           PIC 9(3).
       01 FX-F1                PIC X(100).
       01 FX-F2                PIC X(100).
       01 FX-F3                PIC X(500).
       01 FX-F4                PIC X(500).
       01 FX-F5                PIC X(100).
       01 FX-F6                PIC X(100).
       01 FX-F7                PIC X(100).
       01 FX-F8                PIC X(100).
       01 WS-LAST-SEMI         PIC 9(4).
       01 WS-SEMI-CNT          PIC 9(3).
       01 WS-COL-START         PIC 9(4).
       01 WS-COL-END           PIC 9(4).
       *> 分號分隔行中間幾欄換成 *ERASED*：前 WS-KEEP-HEAD 欄、
       *> 後 WS-KEEP-TAIL 欄不動
       01 WS-KEEP-HEAD         PIC 9(3).
       01 WS-KEEP-TAIL         PIC 9(3).
       01 WS-FLD-NO            PIC 9(3).
       01 WS-FLD-LAST          PIC 9(3).
       01 WS-FLD-SEEN          PIC X.
       01 WS-LINE-LEN          PIC 9(4).
       01 WS-OUT-LINE          PIC X(5000).
       01 WS-OUT-PTR           PIC 9(4).
       *> 維度狀態檔：代理鍵 9、起日 8、主鍵 42，地址 28 欄各
       *> 50 碼從第 60 碼起
       01 WS-DIM-IDX           PIC 99.
       01 WS-DIM-POS           PIC 9(4).
       01 WS-DIM-STATE-NAME    PIC X(100) VALUE 'addr_dim_state.txt'.

       *> CHGDIST 訂閱者的交付目錄（不重複）
       01 WS-SUBS-FILE-NAME    PIC X(100)
               VALUE 'change_subscribers.txt'.
       01 WS-SUBS-STATUS       PIC XX.
       01 SUBS-EOF             PIC X.
       01 SD-TABLE.
           05 SD-DIR OCCURS 50 TIMES PIC X(100).
       01 SD-COUNT             PIC 9(3) VALUE 0.
       01 SD-IDX               PIC 9(3).
       01 SD-FOUND             PIC 9(3).

       COPY "addrmast.cpy".

       *> 證明書
       01 WS-CUR-ACCOUNT       PIC X(30).
       01 WS-CUR-ER-IDX        PIC 9(5).
       01 WS-CERT-SCRUBBED     PIC 9(5).
       01 WS-CERT-HELD         PIC 9(5).
       01 WS-CERT-FAILED       PIC 9(5).
       01 WS-LINES-TXT         PIC Z(6)9.

       01 CTL-FILES-READ       PIC 9(7) VALUE 0.
       01 CTL-FILES-SCRUBBED   PIC 9(7) VALUE 0.
       01 CTL-FILES-FAILED     PIC 9(7) VALUE 0.
       01 CTL-LINES-SCRUBBED   PIC 9(9) VALUE 0.
       01 CTL-LINES-HELD       PIC 9(9) VALUE 0.
       01 CTL-CERTIFICATES     PIC 9(7) VALUE 0.

       *> 生效中的法務保全（ACCOUNT 與 FAMILY 兩類都要）
       01 WS-HOLD-STATUS       PIC XX.
       01 HOLD-EOF             PIC X VALUE 'N'.
       01 HX-ID                PIC X(20).
       01 HX-TYPE              PIC X(10).
       01 HX-VALUE             PIC X(40).
       01 HX-START             PIC X(8).
       01 HX-RELEASE           PIC X(8).
       01 HX-AUTH              PIC X(20).
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 2000 TIMES.
               10 HOLD-ID          PIC X(20).
               10 HOLD-TYPE        PIC X(7).
               10 HOLD-VALUE       PIC X(40).
               10 HOLD-VALUE-LEN   PIC 9(2).
               10 HOLD-AUTH        PIC X(20).
       01 HOLD-COUNT           PIC 9(4) VALUE 0.
       01 HOLD-IDX             PIC 9(4).
       01 HOLD-FOUND           PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ERASURE_ARCHIVE_DIR'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ARCHIVE-DIR
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRDIM_STATE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DIM-STATE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CHGDIST_SUBSCRIBERS'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SUBS-FILE-NAME
           END-IF
           STRING 'erasure_cert_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CERT-FILE-NAME

           PERFORM LOAD-DESTROYED-ACCOUNTS
           IF ER-LOADED = 0
               DISPLAY "ERASURE: no destroyed accounts on "
                   "destruction_log.txt - nothing to do"
               STOP RUN
           END-IF
           MOVE ER-LOADED TO ER-COUNT
           SORT ER-ENTRY ASCENDING KEY ER-ACCOUNT
           PERFORM DROP-DUPLICATE-ACCOUNTS

           PERFORM LOAD-LEGAL-HOLDS
           PERFORM VARYING ER-IDX FROM 1 BY 1 UNTIL ER-IDX > ER-COUNT
               PERFORM FIND-ACCOUNT-HOLD
               MOVE HOLD-FOUND TO ER-HOLD-IDX(ER-IDX)
           END-PERFORM

           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO CERT-REC
           STRING "Address erasure certificates - sweep of "
               WS-RUN-DATE " (" ER-COUNT
               " destroyed account(s) on destruction_log.txt)"
               DELIMITED BY SIZE INTO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING "History families swept in the working directory"
               " and in " FUNCTION TRIM(WS-ARCHIVE-DIR) "/: "
               "addr_journal, master_snapshot, master_dump, "
               "address_changes, review_decisions, qa_decisions, "
               "qa_reversals, golden_xref, "
               "match_trace, parse_cache; account_contact, "
               "address_history; "
               "DR bundles (dr_bundle_*/)"
               DELIMITED BY SIZE INTO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING "Also swept: notice_register, addr_dim feeds, "
               FUNCTION TRIM(WS-DIM-STATE-NAME) " (and .bak), "
               "per-subscriber addr_changes feeds (also in the "
               "delivery directories on "
               FUNCTION TRIM(WS-SUBS-FILE-NAME) ")"
               DELIMITED BY SIZE INTO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC

           SORT SORT-FILE
               ASCENDING KEY SR-ACCOUNT SR-FILE
               INPUT PROCEDURE IS SWEEP-HISTORY-FILES
               OUTPUT PROCEDURE IS WRITE-CERTIFICATES

           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING "Totals: " CTL-FILES-READ " file(s) read, "
               CTL-FILES-SCRUBBED " rewritten, "
               CTL-FILES-FAILED " could not be replaced; "
               CTL-LINES-SCRUBBED " line(s) scrubbed, "
               CTL-LINES-HELD " line(s) kept under legal hold"
               DELIMITED BY SIZE INTO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           COMPUTE ER-IDX = ER-COUNT - CTL-CERTIFICATES
           STRING "Certificates issued: " CTL-CERTIFICATES
               "; accounts with no address content left in any "
               "history file: " ER-IDX
               DELIMITED BY SIZE INTO CERT-REC
           WRITE CERT-REC
           CLOSE CERT-FILE

           DISPLAY "ERASURE: " CTL-LINES-SCRUBBED " line(s) in "
               CTL-FILES-SCRUBBED " file(s) scrubbed for "
               CTL-CERTIFICATES " account(s) - see "
               FUNCTION TRIM(WS-CERT-FILE-NAME)
           IF CTL-LINES-HELD > 0 OR CTL-FILES-FAILED > 0
               DISPLAY "ERASURE: " CTL-LINES-HELD " line(s) kept "
                   "under legal hold, " CTL-FILES-FAILED
                   " file(s) could not be replaced"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 銷毀日誌：帳號;結清日;銷毀日
       LOAD-DESTROYED-ACCOUNTS.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LOG-REC) NOT = SPACES
                           PERFORM TAKE-ONE-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       TAKE-ONE-LOG-LINE.
           MOVE SPACES TO LX-ACCOUNT LX-CLOSED LX-DESTROYED
           UNSTRING LOG-REC DELIMITED BY ';'
               INTO LX-ACCOUNT LX-CLOSED LX-DESTROYED
           END-UNSTRING
           IF FUNCTION TRIM(LX-ACCOUNT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ER-LOADED >= 20000
               DISPLAY "ERASURE: more than 20000 destroyed accounts - "
                   "run stopped, nothing scrubbed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ER-LOADED
           MOVE ER-LOADED TO ER-COUNT
           MOVE FUNCTION TRIM(LX-ACCOUNT) TO ER-ACCOUNT(ER-LOADED)
           MOVE FUNCTION TRIM(LX-DESTROYED) TO ER-DESTROYED(ER-LOADED)
           MOVE 0 TO ER-HOLD-IDX(ER-LOADED).

       *> 帳號銷毀後又重新開戶、再被清除時日誌上會有兩行：排序
       *> 後相鄰的重複帳號只留第一行（最早的銷毀日）
       DROP-DUPLICATE-ACCOUNTS.
           MOVE 1 TO ER-LOADED
           PERFORM VARYING ER-IDX FROM 2 BY 1 UNTIL ER-IDX > ER-COUNT
               IF ER-ACCOUNT(ER-IDX) NOT = ER-ACCOUNT(ER-LOADED)
                   ADD 1 TO ER-LOADED
                   MOVE ER-ENTRY(ER-IDX) TO ER-ENTRY(ER-LOADED)
               END-IF
           END-PERFORM
           MOVE ER-LOADED TO ER-COUNT.

       *> 今天生效中的保全載進表：起始日 <= 今天，且沒有解除日
       *> （0）或今天還沒到解除日
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HOLD-EOF = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF
                   NOT AT END
                       IF FUNCTION TRIM(HOLD-REC) NOT = SPACES
                          AND HOLD-REC(1:1) NOT = '*'
                           PERFORM TAKE-ONE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       TAKE-ONE-HOLD-LINE.
           MOVE SPACES TO HX-ID HX-TYPE HX-VALUE HX-START HX-RELEASE
               HX-AUTH
           UNSTRING HOLD-REC DELIMITED BY ';'
               INTO HX-ID HX-TYPE HX-VALUE HX-START HX-RELEASE HX-AUTH
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HX-TYPE)) TO HX-TYPE
           IF (HX-TYPE NOT = 'ACCOUNT' AND HX-TYPE NOT = 'FAMILY')
              OR FUNCTION TRIM(HX-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HX-START IS NOT NUMERIC OR HX-START > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF HX-RELEASE IS NUMERIC AND HX-RELEASE NOT = '00000000'
              AND HX-RELEASE <= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-COUNT >= 2000
               DISPLAY "ERASURE: more than 2000 active legal holds - "
                   "run stopped, nothing scrubbed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HOLD-COUNT
           MOVE FUNCTION TRIM(HX-ID) TO HOLD-ID(HOLD-COUNT)
           MOVE HX-TYPE TO HOLD-TYPE(HOLD-COUNT)
           MOVE FUNCTION TRIM(HX-VALUE) TO HOLD-VALUE(HOLD-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HX-VALUE))
               TO HOLD-VALUE-LEN(HOLD-COUNT)
           MOVE FUNCTION TRIM(HX-AUTH) TO HOLD-AUTH(HOLD-COUNT).

       *> ER-IDX 這個帳號有沒有生效中的 ACCOUNT 保全
       FIND-ACCOUNT-HOLD.
           MOVE 0 TO HOLD-FOUND
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-FOUND > 0
               IF HOLD-TYPE(HOLD-IDX) = 'ACCOUNT'
                  AND HOLD-VALUE(HOLD-IDX) = ER-ACCOUNT(ER-IDX)
                   MOVE HOLD-IDX TO HOLD-FOUND
               END-IF
           END-PERFORM.

       *> 檔名（不含目錄）落在生效中的 FAMILY 保全裡
       FIND-FAMILY-HOLD.
           MOVE 0 TO HOLD-FOUND
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-FOUND > 0
               IF HOLD-TYPE(HOLD-IDX) = 'FAMILY'
                  AND WS-BASE-NAME(1:HOLD-VALUE-LEN(HOLD-IDX)) =
                      HOLD-VALUE(HOLD-IDX)(1:HOLD-VALUE-LEN(HOLD-IDX))
                   MOVE HOLD-IDX TO HOLD-FOUND
               END-IF
           END-PERFORM.

       *> SORT 的輸入：一個家族一個家族掃
       SWEEP-HISTORY-FILES.
           MOVE 'J' TO WS-FAMILY
           MOVE 'addr_journal.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'S' TO WS-FAMILY
           MOVE 'master_snapshot_*.dat' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'S' TO WS-FAMILY
           MOVE 'master_dump_*.dat' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'C' TO WS-FAMILY
           MOVE '*address_changes_*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'R' TO WS-FAMILY
           MOVE 'review_decisions_*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'R' TO WS-FAMILY
           MOVE 'qa_decisions_*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'R' TO WS-FAMILY
           MOVE 'qa_reversals_*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'G' TO WS-FAMILY
           MOVE 'golden_xref_*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'T' TO WS-FAMILY
           MOVE 'match_trace_*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'P' TO WS-FAMILY
           MOVE '*parse_cache.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'N' TO WS-FAMILY
           MOVE 'notice_register.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'D' TO WS-FAMILY
           MOVE 'addr_dim_[0-9]*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'V' TO WS-FAMILY
           MOVE WS-DIM-STATE-NAME TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE SPACES TO WS-PATTERN
           STRING FUNCTION TRIM(WS-DIM-STATE-NAME) '.bak'
               DELIMITED BY SIZE INTO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           PERFORM SWEEP-SUBSCRIBER-FEEDS
           *> DRBUNDLE 的異地備援包裡也有一份傾印、日誌、快取
           MOVE 'J' TO WS-FAMILY
           MOVE 'dr_bundle_*/addr_journal.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'S' TO WS-FAMILY
           MOVE 'dr_bundle_*/master_dump.dat' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 'P' TO WS-FAMILY
           MOVE 'dr_bundle_*/parse_cache.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           PERFORM PURGE-CONTACT-FILE
           PERFORM SCRUB-HISTORY-INDEX.

       *> CHGDIST 訂閱者饋送：工作目錄、封存目錄，再加訂閱表上
       *> 各訂閱者的交付目錄（同一目錄只掃一次；訂閱表不在就
       *> 只掃前兩處）
       SWEEP-SUBSCRIBER-FEEDS.
           MOVE 'U' TO WS-FAMILY
           MOVE 'addr_changes_*_*.txt' TO WS-PATTERN
           PERFORM SWEEP-ONE-FAMILY
           MOVE 0 TO SD-COUNT
           MOVE 'N' TO SUBS-EOF
           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SUBS-EOF = 'Y'
               READ SUBS-FILE
                   AT END MOVE 'Y' TO SUBS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SUBS-REC) NOT = SPACES
                          AND SUBS-REC(1:1) NOT = '*'
                           PERFORM TAKE-ONE-SUBSCRIBER-DIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBS-FILE
           PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SD-COUNT
               MOVE SPACES TO WS-PATTERN
               STRING FUNCTION TRIM(SD-DIR(SD-IDX))
                   '/addr_changes_*_*.txt'
                   DELIMITED BY SIZE INTO WS-PATTERN
               PERFORM SWEEP-ONE-FAMILY
           END-PERFORM.

       *> 訂閱表：代號;國家;欄位;地址角色;版面;交付目錄
       TAKE-ONE-SUBSCRIBER-DIR.
           MOVE SPACES TO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5 FX-F6
           UNSTRING SUBS-REC DELIMITED BY ';'
               INTO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5 FX-F6
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-F6) TO FX-F6
           IF FX-F6 = SPACES OR FX-F6 = '.' OR FX-F6 = './'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SD-FOUND
           PERFORM VARYING SD-IDX FROM 1 BY 1
                   UNTIL SD-IDX > SD-COUNT OR SD-FOUND > 0
               IF SD-DIR(SD-IDX) = FX-F6
                   MOVE SD-IDX TO SD-FOUND
               END-IF
           END-PERFORM
           IF SD-FOUND > 0 OR SD-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SD-COUNT
           MOVE FX-F6 TO SD-DIR(SD-COUNT).

       *> 聯絡資料檔是鍵值檔，不逐行重寫：銷毀帳號的記錄直接
       *> DELETE；保全中的帳號（或整個檔在 FAMILY 保全裡）不動，
       *> 一樣記 HELD。檔案還不存在就沒有東西好刪。
       PURGE-CONTACT-FILE.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_CONTACT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CON-FILE-NAME
           END-IF
           OPEN I-O CON-FILE
           IF WS-CON-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-FILES-READ
           MOVE SPACES TO WS-DATA-FILE-NAME WS-BASE-NAME
           MOVE WS-CON-FILE-NAME TO WS-DATA-FILE-NAME
           MOVE WS-CON-FILE-NAME TO WS-BASE-NAME
           PERFORM FIND-FAMILY-HOLD
           MOVE HOLD-FOUND TO WS-FILE-HOLD
           MOVE 'Y' TO WS-RENAME-OK
           MOVE 0 TO FH-COUNT WS-FILE-CHANGED
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > ER-COUNT
               MOVE ER-ACCOUNT(WS-LINE-IDX) TO CON-ACCOUNT
               READ CON-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM TALLY-FILE-HIT
                       IF ER-HOLD-IDX(WS-LINE-IDX) > 0
                          OR WS-FILE-HOLD > 0
                           ADD 1 TO CTL-LINES-HELD
                       ELSE
                           DELETE CON-FILE
                               INVALID KEY CONTINUE
                           END-DELETE
                           ADD 1 TO CTL-LINES-SCRUBBED
                           ADD 1 TO WS-FILE-CHANGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CON-FILE
           IF WS-FILE-CHANGED > 0
               ADD 1 TO CTL-FILES-SCRUBBED
           END-IF
           PERFORM RELEASE-FILE-HITS.

       *> 異動歷史索引檔也是鍵值檔：銷毀帳號 START 到帳號往下讀，
       *> 還有內容的行舊值/新值換成 *ERASED* 就地 REWRITE；保全
       *> 的照樣記 HELD。已經塗過的行不再計數。
       SCRUB-HISTORY-INDEX.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_HISTORY_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HIST-FILE-NAME
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-FILES-READ
           MOVE SPACES TO WS-DATA-FILE-NAME WS-BASE-NAME
           MOVE WS-HIST-FILE-NAME TO WS-DATA-FILE-NAME
           MOVE WS-HIST-FILE-NAME TO WS-BASE-NAME
           PERFORM FIND-FAMILY-HOLD
           MOVE HOLD-FOUND TO WS-FILE-HOLD
           MOVE 'Y' TO WS-RENAME-OK
           MOVE 0 TO FH-COUNT WS-FILE-CHANGED
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > ER-COUNT
               PERFORM SCRUB-HISTORY-ACCOUNT
           END-PERFORM
           CLOSE HIST-FILE
           IF WS-FILE-CHANGED > 0
               ADD 1 TO CTL-FILES-SCRUBBED
           END-IF
           PERFORM RELEASE-FILE-HITS.

       SCRUB-HISTORY-ACCOUNT.
           MOVE 'N' TO HIST-EOF
           MOVE ER-ACCOUNT(WS-LINE-IDX) TO HIST-ACCOUNT-ID
           MOVE 0 TO HIST-FILE-DATE HIST-LINE-NO
           START HIST-FILE KEY IS >= HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF = 'Y'
               READ HIST-FILE NEXT
                   AT END MOVE 'Y' TO HIST-EOF
                   NOT AT END
                       IF HIST-ACCOUNT-ID NOT = ER-ACCOUNT(WS-LINE-IDX)
                           MOVE 'Y' TO HIST-EOF
                       ELSE
                           IF (HIST-OLD-VALUE NOT = SPACES
                               AND HIST-OLD-VALUE NOT = WS-TOKEN)
                              OR (HIST-NEW-VALUE NOT = SPACES
                               AND HIST-NEW-VALUE NOT = WS-TOKEN)
                               PERFORM TALLY-FILE-HIT
                               IF ER-HOLD-IDX(WS-LINE-IDX) > 0
                                  OR WS-FILE-HOLD > 0
                                   ADD 1 TO CTL-LINES-HELD
                               ELSE
                                   IF HIST-OLD-VALUE NOT = SPACES
                                       MOVE WS-TOKEN TO HIST-OLD-VALUE
                                   END-IF
                                   IF HIST-NEW-VALUE NOT = SPACES
                                       MOVE WS-TOKEN TO HIST-NEW-VALUE
                                   END-IF
                                   REWRITE HIST-REC
                                       INVALID KEY CONTINUE
                                   END-REWRITE
                                   ADD 1 TO CTL-LINES-SCRUBBED
                                   ADD 1 TO WS-FILE-CHANGED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> 工作目錄跟封存目錄裡符合樣式的檔案清單交給 ls 產生
       SWEEP-ONE-FAMILY.
           MOVE SPACES TO WS-COMMAND
           STRING 'ls -1 ' FUNCTION TRIM(WS-PATTERN) ' '
               FUNCTION TRIM(WS-ARCHIVE-DIR) '/'
               FUNCTION TRIM(WS-PATTERN)
               ' > erasure_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
           OPEN INPUT LS-FILE
           IF WS-LS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LS-EOF = 'Y'
               READ LS-FILE
                   AT END MOVE 'Y' TO LS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LS-REC) NOT = SPACES
                           PERFORM SCRUB-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LS-FILE.

       *> 一個檔案：逐行塗銷寫到工作檔，有改才改名蓋回去。
       *> 整個檔在 FAMILY 保全裡的只掃不寫，記成 HELD。
       SCRUB-ONE-FILE.
           MOVE SPACES TO WS-DATA-FILE-NAME
           MOVE FUNCTION TRIM(LS-REC) TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 150
               IF WS-DATA-FILE-NAME(WS-POS:1) = '/'
                   MOVE WS-POS TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BASE-NAME
           MOVE WS-DATA-FILE-NAME(WS-SLASH-POS + 1:) TO WS-BASE-NAME
           PERFORM FIND-FAMILY-HOLD
           MOVE HOLD-FOUND TO WS-FILE-HOLD

           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-FILES-READ
           MOVE 'Y' TO WS-RENAME-OK
           IF WS-FILE-HOLD = 0
               OPEN OUTPUT WORK-FILE
           END-IF
           MOVE 0 TO FH-COUNT
           MOVE 0 TO WS-FILE-CHANGED
           PERFORM UNTIL DATA-EOF = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO DATA-EOF
                   NOT AT END
                       PERFORM SCRUB-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE DATA-FILE

           IF WS-FILE-HOLD > 0
               PERFORM RELEASE-FILE-HITS
               EXIT PARAGRAPH
           END-IF
           CLOSE WORK-FILE
           IF WS-FILE-CHANGED = 0
               CALL 'CBL_DELETE_FILE' USING WS-WORK-FILE-NAME
               MOVE 0 TO RETURN-CODE
               PERFORM RELEASE-FILE-HITS
               EXIT PARAGRAPH
           END-IF
           CALL 'CBL_RENAME_FILE'
               USING WS-WORK-FILE-NAME WS-DATA-FILE-NAME
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO WS-RENAME-OK
               ADD 1 TO CTL-FILES-FAILED
               DISPLAY "ERASURE: cannot replace "
                   FUNCTION TRIM(WS-DATA-FILE-NAME)
                   " - scrubbed copy left in erasure_work.tmp"
           ELSE
               ADD 1 TO CTL-FILES-SCRUBBED
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM RELEASE-FILE-HITS.

       *> 一行：依家族把地址內容塗掉；是銷毀帳號、而且內容真的
       *> 會變（還沒塗過）才算一筆。帳號在 ACCOUNT 保全裡的行
       *> 原樣保留。
       SCRUB-ONE-LINE.
           MOVE DATA-REC TO WS-LINE
           MOVE 0 TO WS-LINE-IDX
           MOVE 'N' TO WS-DROP-SW
           EVALUATE WS-FAMILY
               WHEN 'J'
                   PERFORM SCRUB-JOURNAL-LINE
               WHEN 'S'
                   PERFORM SCRUB-IMAGE-LINE
               WHEN 'C'
                   PERFORM SCRUB-CHANGE-LINE
               WHEN 'R'
                   PERFORM SCRUB-DECISION-LINE
               WHEN 'G'
                   PERFORM SCRUB-XREF-LINE
               WHEN 'T'
                   PERFORM SCRUB-TRACE-LINE
               WHEN 'P'
                   PERFORM SCRUB-CACHE-LINE
               WHEN 'N'
                   PERFORM SCRUB-REGISTER-LINE
               WHEN 'D'
                   PERFORM SCRUB-DIM-FEED-LINE
               WHEN 'V'
                   PERFORM SCRUB-DIM-STATE-LINE
               WHEN 'U'
                   PERFORM SCRUB-SUBSCRIBER-LINE
           END-EVALUATE
           IF WS-LINE-IDX > 0
              AND (WS-LINE NOT = DATA-REC OR WS-DROP-SW = 'Y')
               PERFORM TALLY-FILE-HIT
               IF ER-HOLD-IDX(WS-LINE-IDX) > 0 OR WS-FILE-HOLD > 0
                   ADD 1 TO CTL-LINES-HELD
                   MOVE DATA-REC TO WS-LINE
                   MOVE 'N' TO WS-DROP-SW
               ELSE
                   ADD 1 TO CTL-LINES-SCRUBBED
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           END-IF
           IF WS-FILE-HOLD = 0 AND WS-DROP-SW = 'N'
               MOVE WS-LINE TO WORK-REC
               WRITE WORK-REC
           END-IF.

       *> ER-LOOKUP 放帳號，回傳 WS-LINE-IDX（不是銷毀帳號是 0）
       FIND-DESTROYED-ACCOUNT.
           MOVE 0 TO WS-LINE-IDX
           IF ER-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL ER-ENTRY
               AT END CONTINUE
               WHEN ER-ACCOUNT(ER-IX) = ER-LOOKUP
                   SET WS-LINE-IDX TO ER-IX
           END-SEARCH.

       *> 日誌行：日期 8、時間 6、程式 12、類型 1，影像從第 28 碼
       *> 起（帳號是影像前 30 碼）；影像後面的版本號不動
       SCRUB-JOURNAL-LINE.
           MOVE WS-LINE(28:30) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX > 0
               MOVE WS-LINE(28:2000) TO MAST-REC
               PERFORM ERASE-MAST-ADDRESS
               MOVE MAST-REC TO WS-LINE(28:2000)
           END-IF.

       *> 快照/傾印：整行就是一筆 MAST-REC
       SCRUB-IMAGE-LINE.
           MOVE WS-LINE(1:30) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX > 0
               MOVE WS-LINE(1:2000) TO MAST-REC
               PERFORM ERASE-MAST-ADDRESS
               MOVE MAST-REC TO WS-LINE(1:2000)
           END-IF.

       *> 主鍵、分數、退郵與風險旗標、版本戳記留著；地址文字與
       *> 座標清掉
       ERASE-MAST-ADDRESS.
           MOVE SPACES TO MAST-RM MAST-F MAST-BUILDING MAST-NO
               MAST-ALY MAST-LN MAST-SEC MAST-STREET MAST-AVENUE
               MAST-WAY MAST-BLVD MAST-ROAD MAST-DRIVE MAST-TOWN
               MAST-DISTRICT MAST-CITY MAST-COUNTY MAST-PROVINCE
               MAST-STATE MAST-ZIP MAST-COUNTRY MAST-POBOX
               MAST-LOC1 MAST-LOC2 MAST-LOC3 MAST-LOC4 MAST-LOC5
               MAST-LOC6 MAST-OTHER MAST-LANDMARK MAST-LATITUDE
               MAST-LONGITUDE MAST-GEO-PRECISION MAST-CARE-OF
               MAST-AREA-CODE MAST-ORIG-TEXT
           MOVE WS-TOKEN TO MAST-OTHER.

       *> 異動行：account;field;old;new;date[;role]
       SCRUB-CHANGE-LINE.
           MOVE SPACES TO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5 FX-F6
           MOVE 0 TO WS-FLD-CNT
           UNSTRING WS-LINE DELIMITED BY ';'
               INTO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5 FX-F6
               TALLYING IN WS-FLD-CNT
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-F1) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF FX-F3 NOT = SPACES
               MOVE WS-TOKEN TO FX-F3
           END-IF
           IF FX-F4 NOT = SPACES
               MOVE WS-TOKEN TO FX-F4
           END-IF
           MOVE SPACES TO WS-LINE
           IF WS-FLD-CNT > 5
               STRING FUNCTION TRIM(FX-F1) ";" FUNCTION TRIM(FX-F2)
                   ";" FUNCTION TRIM(FX-F3) ";" FUNCTION TRIM(FX-F4)
                   ";" FUNCTION TRIM(FX-F5) ";" FUNCTION TRIM(FX-F6)
                   DELIMITED BY SIZE INTO WS-LINE
           ELSE
               STRING FUNCTION TRIM(FX-F1) ";" FUNCTION TRIM(FX-F2)
                   ";" FUNCTION TRIM(FX-F3) ";" FUNCTION TRIM(FX-F4)
                   ";" FUNCTION TRIM(FX-F5)
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF.

       *> 覆核處置：CORRECT;account;field;value（DECISION 行沒有
       *> 地址內容）
       SCRUB-DECISION-LINE.
           MOVE SPACES TO FX-F1 FX-F2 FX-F3
           UNSTRING WS-LINE DELIMITED BY ';'
               INTO FX-F1 FX-F2 FX-F3
           END-UNSTRING
           IF FUNCTION TRIM(FX-F1) NOT = 'CORRECT'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(FX-F2) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE
           STRING "CORRECT;" FUNCTION TRIM(FX-F2) ";"
               FUNCTION TRIM(FX-F3) ";" WS-TOKEN
               DELIMITED BY SIZE INTO WS-LINE.

       *> 交叉對照：RowNo;AccountID;Original;GoldenID - 原始地址
       *> 裡可能有分號，GoldenID 取最後一個分號之後
       SCRUB-XREF-LINE.
           MOVE SPACES TO FX-F1 FX-F2
           UNSTRING WS-LINE DELIMITED BY ';'
               INTO FX-F1 FX-F2
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-F2) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LAST-SEMI
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 600
               IF WS-LINE(WS-POS:1) = ';'
                   MOVE WS-POS TO WS-LAST-SEMI
               END-IF
           END-PERFORM
           MOVE SPACES TO FX-F6
           IF WS-LAST-SEMI > 0
               MOVE WS-LINE(WS-LAST-SEMI + 1:100) TO FX-F6
           END-IF
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(FX-F1) ";" FUNCTION TRIM(FX-F2) ";"
               WS-TOKEN ";" FUNCTION TRIM(FX-F6)
               DELIMITED BY SIZE INTO WS-LINE.

       *> 比對軌跡：rowno;field;source;value;account
       SCRUB-TRACE-LINE.
           MOVE SPACES TO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5
           UNSTRING WS-LINE DELIMITED BY ';'
               INTO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-F5) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(FX-F1) ";" FUNCTION TRIM(FX-F2) ";"
               FUNCTION TRIM(FX-F3) ";" WS-TOKEN ";"
               FUNCTION TRIM(FX-F5)
               DELIMITED BY SIZE INTO WS-LINE.

       *> 解析快取：輸出資料列，第 34 欄是帳號；簽章行（SIG;）
       *> 不動，銷毀帳號的列整列拿掉
       SCRUB-CACHE-LINE.
           IF WS-LINE(1:4) = 'SIG;'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEMI-CNT
           MOVE 0 TO WS-COL-START
           MOVE 0 TO WS-COL-END
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 3100 OR WS-COL-END > 0
               IF WS-LINE(WS-POS:1) = ';'
                   ADD 1 TO WS-SEMI-CNT
                   IF WS-SEMI-CNT = 33
                       COMPUTE WS-COL-START = WS-POS + 1
                   END-IF
                   IF WS-SEMI-CNT = 34
                       MOVE WS-POS TO WS-COL-END
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COL-START = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-COL-END = 0
               MOVE 3101 TO WS-COL-END
           END-IF
           IF WS-COL-END - WS-COL-START > 30
              OR WS-COL-END = WS-COL-START
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ER-LOOKUP
           MOVE WS-LINE(WS-COL-START:WS-COL-END - WS-COL-START)
               TO ER-LOOKUP
           MOVE FUNCTION TRIM(ER-LOOKUP) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX > 0
               MOVE 'Y' TO WS-DROP-SW
           END-IF.

       *> 通知登記簿：帳號;OLD|NEW;第一行;第二行;第三行;異動日;
       *> 執行日;狀態 - 中間三行地址換掉（地址裡有分號也一樣，
       *> 後三欄從行尾數）
       SCRUB-REGISTER-LINE.
           MOVE SPACES TO FX-F1
           UNSTRING WS-LINE DELIMITED BY ';'
               INTO FX-F1
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-F1) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-KEEP-HEAD
           MOVE 3 TO WS-KEEP-TAIL
           PERFORM ERASE-MIDDLE-FIELDS.

       *> 倉儲饋送：代理鍵;動作;帳號;地址角色;起日;迄日;目前列;
       *> 28 欄地址；檔尾交付清單記錄（MAN;）不動
       SCRUB-DIM-FEED-LINE.
           IF WS-LINE(1:4) = 'MAN;'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FX-F1 FX-F2 FX-F3
           UNSTRING WS-LINE DELIMITED BY ';'
               INTO FX-F1 FX-F2 FX-F3
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-F3) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-KEEP-HEAD
           MOVE 0 TO WS-KEEP-TAIL
           PERFORM ERASE-MIDDLE-FIELDS.

       *> 維度狀態檔：固定欄位，帳號在第 18 碼；最後一行
       *> DIMSTATE 控制記錄不動
       SCRUB-DIM-STATE-LINE.
           IF WS-LINE(1:8) = 'DIMSTATE'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(18:30) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DIM-IDX FROM 1 BY 1 UNTIL WS-DIM-IDX > 28
               COMPUTE WS-DIM-POS = 60 + (WS-DIM-IDX - 1) * 50
               IF WS-LINE(WS-DIM-POS:50) NOT = SPACES
                   MOVE WS-TOKEN TO WS-LINE(WS-DIM-POS:50)
               END-IF
           END-PERFORM.

       *> 訂閱者饋送：CHG 版面就是異動行；ADDR 版面是
       *> 帳號;地址角色;營業日;異動欄位;28 欄地址（分號多得多）
       SCRUB-SUBSCRIBER-LINE.
           IF WS-LINE(1:4) = 'MAN;'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEMI-CNT
           INSPECT WS-LINE TALLYING WS-SEMI-CNT FOR ALL ';'
           IF WS-SEMI-CNT < 6
               PERFORM SCRUB-CHANGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FX-F1
           UNSTRING WS-LINE DELIMITED BY ';'
               INTO FX-F1
           END-UNSTRING
           MOVE FUNCTION TRIM(FX-F1) TO ER-LOOKUP
           PERFORM FIND-DESTROYED-ACCOUNT
           IF WS-LINE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-KEEP-HEAD
           MOVE 0 TO WS-KEEP-TAIL
           PERFORM ERASE-MIDDLE-FIELDS.

       *> WS-LINE 第 WS-KEEP-HEAD + 1 欄到倒數第 WS-KEEP-TAIL + 1
       *> 欄，有內容的換成 *ERASED*、空的留空；欄數不變，已經
       *> 塗過的行重跑結果一樣
       ERASE-MIDDLE-FIELDS.
           IF WS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
           MOVE 0 TO WS-SEMI-CNT
           INSPECT WS-LINE(1:WS-LINE-LEN)
               TALLYING WS-SEMI-CNT FOR ALL ';'
           IF WS-SEMI-CNT + 1 NOT > WS-KEEP-HEAD + WS-KEEP-TAIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FLD-LAST = WS-SEMI-CNT + 1 - WS-KEEP-TAIL
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-FLD-NO
           MOVE 'N' TO WS-FLD-SEEN
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LINE-LEN
               EVALUATE TRUE
                   WHEN WS-LINE(WS-POS:1) = ';'
                       PERFORM PUT-ERASED-FIELD
                       MOVE ';' TO WS-OUT-LINE(WS-OUT-PTR:1)
                       ADD 1 TO WS-OUT-PTR
                       ADD 1 TO WS-FLD-NO
                   WHEN WS-FLD-NO > WS-KEEP-HEAD
                        AND WS-FLD-NO NOT > WS-FLD-LAST
                       IF WS-LINE(WS-POS:1) NOT = SPACE
                           MOVE 'Y' TO WS-FLD-SEEN
                       END-IF
                   WHEN OTHER
                       MOVE WS-LINE(WS-POS:1)
                           TO WS-OUT-LINE(WS-OUT-PTR:1)
                       ADD 1 TO WS-OUT-PTR
               END-EVALUATE
           END-PERFORM
           PERFORM PUT-ERASED-FIELD
           MOVE WS-OUT-LINE TO WS-LINE.

       PUT-ERASED-FIELD.
           IF WS-FLD-SEEN = 'Y'
               MOVE WS-TOKEN TO WS-OUT-LINE(WS-OUT-PTR:8)
               ADD 8 TO WS-OUT-PTR
               MOVE 'N' TO WS-FLD-SEEN
           END-IF.

       *> 這個檔案裡這個帳號的行數 +1
       TALLY-FILE-HIT.
           MOVE 0 TO FH-FOUND
           PERFORM VARYING FH-IDX FROM 1 BY 1
                   UNTIL FH-IDX > FH-COUNT OR FH-FOUND > 0
               IF FH-ER-IDX(FH-IDX) = WS-LINE-IDX
                   MOVE FH-IDX TO FH-FOUND
               END-IF
           END-PERFORM
           IF FH-FOUND = 0
               IF FH-COUNT >= 5000
                   DISPLAY "ERASURE: more than 5000 destroyed accounts"
                       " in " FUNCTION TRIM(WS-DATA-FILE-NAME)
                       " - run stopped, this file not replaced"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO FH-COUNT
               MOVE FH-COUNT TO FH-FOUND
               MOVE WS-LINE-IDX TO FH-ER-IDX(FH-FOUND)
               MOVE 0 TO FH-LINES(FH-FOUND)
           END-IF
           ADD 1 TO FH-LINES(FH-FOUND).

       *> 一個檔案的結果逐帳號交給 SORT
       RELEASE-FILE-HITS.
           PERFORM VARYING FH-IDX FROM 1 BY 1 UNTIL FH-IDX > FH-COUNT
               MOVE SPACES TO SORT-REC
               MOVE FH-ER-IDX(FH-IDX) TO SR-ER-IDX
               MOVE ER-ACCOUNT(SR-ER-IDX) TO SR-ACCOUNT
               MOVE WS-DATA-FILE-NAME TO SR-FILE
               MOVE FH-LINES(FH-IDX) TO SR-LINES
               MOVE 0 TO SR-HOLD-IDX
               EVALUATE TRUE
                   WHEN ER-HOLD-IDX(SR-ER-IDX) > 0
                       MOVE 'HELD' TO SR-KIND
                       MOVE ER-HOLD-IDX(SR-ER-IDX) TO SR-HOLD-IDX
                   WHEN WS-FILE-HOLD > 0
                       MOVE 'HELD' TO SR-KIND
                       MOVE WS-FILE-HOLD TO SR-HOLD-IDX
                   WHEN WS-RENAME-OK = 'N'
                       MOVE 'FAILED' TO SR-KIND
                   WHEN OTHER
                       MOVE 'SCRUBBED' TO SR-KIND
               END-EVALUATE
               RELEASE SORT-REC
           END-PERFORM.

       *> SORT 的輸出：依帳號一張證明書
       WRITE-CERTIFICATES.
           MOVE SPACES TO WS-CUR-ACCOUNT
           PERFORM UNTIL SORT-EOF = 'Y'
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
                   NOT AT END
                       IF SR-ACCOUNT NOT = WS-CUR-ACCOUNT
                           IF WS-CUR-ACCOUNT NOT = SPACES
                               PERFORM CLOSE-CERTIFICATE
                           END-IF
                           PERFORM OPEN-CERTIFICATE
                       END-IF
                       PERFORM WRITE-CERTIFICATE-LINE
               END-RETURN
           END-PERFORM
           IF WS-CUR-ACCOUNT NOT = SPACES
               PERFORM CLOSE-CERTIFICATE
           END-IF.

       OPEN-CERTIFICATE.
           MOVE SR-ACCOUNT TO WS-CUR-ACCOUNT
           MOVE SR-ER-IDX TO WS-CUR-ER-IDX
           MOVE 0 TO WS-CERT-SCRUBBED WS-CERT-HELD WS-CERT-FAILED
           ADD 1 TO CTL-CERTIFICATES
           MOVE SPACES TO CERT-REC
           STRING "CERTIFICATE;" FUNCTION TRIM(WS-CUR-ACCOUNT)
               ";destroyed " ER-DESTROYED(WS-CUR-ER-IDX)
               ";swept " WS-RUN-DATE ";by ERASURE"
               DELIMITED BY SIZE INTO CERT-REC
           WRITE CERT-REC.

       WRITE-CERTIFICATE-LINE.
           MOVE SR-LINES TO WS-LINES-TXT
           MOVE SPACES TO CERT-REC
           EVALUATE SR-KIND
               WHEN 'SCRUBBED'
                   ADD 1 TO WS-CERT-SCRUBBED
                   STRING "  SCRUBBED;" FUNCTION TRIM(SR-FILE) ";"
                       FUNCTION TRIM(WS-LINES-TXT) " line(s)"
                       DELIMITED BY SIZE INTO CERT-REC
               WHEN 'FAILED'
                   ADD 1 TO WS-CERT-FAILED
                   STRING "  NOT-SCRUBBED;" FUNCTION TRIM(SR-FILE) ";"
                       FUNCTION TRIM(WS-LINES-TXT)
                       " line(s);file could not be replaced"
                       DELIMITED BY SIZE INTO CERT-REC
               WHEN OTHER
                   ADD 1 TO WS-CERT-HELD
                   STRING "  HELD;" FUNCTION TRIM(SR-FILE) ";"
                       FUNCTION TRIM(WS-LINES-TXT) " line(s);"
                       "legal hold "
                       FUNCTION TRIM(HOLD-ID(SR-HOLD-IDX))
                       " authorized by "
                       FUNCTION TRIM(HOLD-AUTH(SR-HOLD-IDX))
                       DELIMITED BY SIZE INTO CERT-REC
           END-EVALUATE
           WRITE CERT-REC.

       CLOSE-CERTIFICATE.
           MOVE SPACES TO CERT-REC
           STRING "  RESULT;" WS-CERT-SCRUBBED " file(s) scrubbed;"
               WS-CERT-HELD " file(s) held;"
               WS-CERT-FAILED " file(s) not replaced"
               DELIMITED BY SIZE INTO CERT-REC
           WRITE CERT-REC.
