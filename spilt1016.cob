           SELECT REJ-TOOLONG-FILE ASSIGN TO DYNAMIC
               WS-REJ-TOOLONG-FILE-NAME ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ-TOOLONG-FILE.
           *> 法人代碼跟本次執行的法人不同的資料列原樣隔離在這個
           *> 檔案，不解析、不進任何輸出 - 子公司的客戶地址依法
           *> 不得流進母行的主檔或對外檔（反之亦然）。
           SELECT REJ-ENTITY-FILE ASSIGN TO DYNAMIC
               WS-REJ-ENTITY-FILE-NAME ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ-ENTITY-FILE.
           *> 一列帶了兩個地址、又沒辦法有把握拆成兩筆的資料列，
           *> 以及拆開後其中一半解析不出來的半列，落在這個檔案
           *> 等人工處理。
           SELECT REJ-TWOADDR-FILE ASSIGN TO DYNAMIC
               WS-REJ-TWOADDR-FILE-NAME ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ-TWOADDR-FILE.
           *> 沒比對成功資料列裡常見段落的次數統計報表，
           *> 用來提示哪些詞值得加進參照清單。
           SELECT UNMATCHED-TOKENS-FILE ASSIGN TO DYNAMIC
           SELECT ALIAS-FILE ASSIGN TO DYNAMIC WS-ALIAS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           *> 中英文一致性檢查的拼法對照：一行「拼音;英文慣用拼法」
           *> （例如 TAIBEI;TAIPEI），威妥瑪/郵政式拼法才不會被當成
           *> 中英文不一致。
           SELECT XLEQ-FILE ASSIGN TO DYNAMIC WS-XLEQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           *> 比對分數低於門檻的資料列另外送進人工覆核佇列，
           *> REVIEWQ 給作業員逐筆看、REVIEWAPPLY 把核可的修正
           *> 折回輸出檔跟地址主檔。
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           *> 郵務街道名錄索引檔（STREETBLD 建，鍵 = 國家+郵遞
           *> 區號+街道，備用鍵 = 城市+街道）：比對到的街道在名錄
           *> 裡查得到才算可投遞，輸出 D/U/X 投遞碼。逐筆以鍵讀，
           *> 不載進記憶體。
           SELECT STREETDIR-FILE ASSIGN TO DYNAMIC
               WS-STREETDIR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDX-KEY
               ALTERNATE RECORD KEY IS SDX-CITY-KEY WITH DUPLICATES
               FILE STATUS IS WS-SDX-STATUS.
           *> 高風險地址名單（類別|郵遞區號|街道|門牌，經 REFMAINT
           *> 雙人覆核維護）與當日命中報表：郵政信箱代收、旅館、
           *> 已知詐騙投遞點等地址在解析時就標出來。
           SELECT RISK-FILE ASSIGN TO DYNAMIC WS-RISK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT RISKHIT-FILE ASSIGN TO DYNAMIC WS-RISKHIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RISKHIT-FILE.
           *> 地址類型關鍵字檔（類型|關鍵字，經 REFMAINT 雙人覆核
           *> 維護）：大樓/地點/地標文字判斷住宅、商辦、學校醫院等
           *> 機構、政府機關、軍事單位。
           SELECT ATYPE-FILE ASSIGN TO DYNAMIC WS-ATYPE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.
           *> 各國欄位順序規則：台式地址大到小、美式小到大，
           *> 國家確定後決定剩餘模糊段落從哪一頭、補進哪個欄位，
       FD  REJ-TOOLONG-FILE.
       01  REJ-TOOLONG-REC  PIC X(500).

       FD  REJ-ENTITY-FILE.
       01  REJ-ENTITY-REC   PIC X(500).

       FD  REJ-TWOADDR-FILE.
       01  REJ-TWOADDR-REC  PIC X(500).

       FD  UNMATCHED-TOKENS-FILE.
       01  UNMATCHED-TOKENS-REC  PIC X(80).

       FD  ALIAS-FILE.
       01  ALIAS-REC        PIC X(120).

       FD  XLEQ-FILE.
       01  XLEQ-REC         PIC X(120).

       FD  REVIEWQ-FILE.
       01  REVIEWQ-REC      PIC X(5000).

       01  RULES-REC        PIC X(200).

       FD  STREETDIR-FILE.
       COPY "streetdir.cpy".

       FD  RISK-FILE.
       01  RISK-REC         PIC X(100).

       FD  RISKHIT-FILE.
       01  RISKHIT-REC      PIC X(300).
       FD  ATYPE-FILE.
       01  ATYPE-REC        PIC X(100).

       FD  CTRYRULE-FILE.
       01  CTRYRULE-REC     PIC X(80).
       01 CKP-SEQ-X           PIC X(12).
       01 CKP-EXTRACT-X       PIC X(12).
       01 CKP-MASKED-X        PIC X(12).
       01 CKP-STAMP-X         PIC X(14).
       01 CKP-INTERVAL        PIC 9(4) VALUE 100.
       01 CKP-RESTART-POINT   PIC 9(7) VALUE 0.
       01 CKP-RESTART-MODE    PIC X VALUE 'N'.
       *> 未設定時沿用原本的固定檔名／當日日期戳記。
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       *> 抽檔時間戳記（YYYYMMDDHHMMSS）：每一列輸出最後一欄都帶
       *> 著，ADDRMAST 拿來跟主檔的最後更新時間比 - 主檔在抽檔
       *> 之後被別的程式改過的帳號，舊抽檔不能蓋回去。取檔作業
       *> 用 SPILT_EXTRACT_STAMP 給實際抽檔時間；沒給就用這一次
       *> 開跑的時間，續跑沿用 checkpoint 記下的那一個。
       01 WS-EXTRACT-STAMP     PIC X(14).
       01 WS-EXTRACT-TIME8     PIC 9(8).
       01 WS-IN-FILE-NAME      PIC X(100).
       01 WS-IN-FILE-STATUS    PIC XX.
       *> SPILT_RERUN_UNMATCHED=Y 搭配 SPILT_IN_FILE 指向前一次的
           88 RERUN-MODE           VALUE 'Y'.
       *> 重跑模式下，輸出/分流檔名一律加上這個前綴，避免跟同一天
       *> 原本那次全量執行的報表或輸入來源檔撞名、互相覆寫。
       01 WS-FILENAME-PREFIX   PIC X(30) VALUE SPACES.
       *> 法人代碼（SPILT_ENTITY / profile ENTITY / ADDR_ENTITY，
       *> 預設母行 BANK）：子公司共用解析器跟參照核心，但輸出、
       *> 覆寫表、登錄簿、趨勢記錄一律掛「代碼_」前綴各用各的，
       *> 資料列帶的法人代碼不是本次法人的整列隔離。
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-ENTITY-ENV        PIC X(20).
       01 WS-ROW-ENTITY        PIC X(20).
       01 WS-HDR-ENTITY        PIC X(20).
       *> SPILT_OUTPUT_FORMAT=FIXED 改用固定寬度定位輸出，給需要逐
       *> 欄位定位讀取、而非用分號切欄位的下游系統使用；預設（未設
       *> 定或非 FIXED）維持原本的分號分隔格式不變。
           05 FIXED-ATTN        PIC X(30).
           05 FIXED-UNDELIV     PIC X(7).
           05 FIXED-HHKEY       PIC X(20).
           05 FIXED-RISKCAT     PIC X(10).
           05 FIXED-CAREOF      PIC X(60).
           05 FIXED-ADDRTYPE    PIC X(8).
           05 FIXED-EMAIL       PIC X(60).
           05 FIXED-ENTITY      PIC X(6).
           05 FIXED-EXTRACT-STAMP PIC X(14).
           05 FIXED-SPLIT-SEQ   PIC X(8).
       *> SPILT_IN_FILE_LIST 指向的清單檔裡每一行是一個要合併處理
       *> 的 input_ce.csv 來源；有設定且清單非空時才會啟用多檔
       *> 合併模式，全部寫進同一批輸出/分流檔案。這種模式下不支援
               10 ALIAS-TO       PIC X(50).
       01 ALIAS-COUNT            PIC 9(4) VALUE 0.
       01 AL-IDX                 PIC 9(4).
       *> 中英文一致性檢查：CHINESE 欄切出來的市/區/路名轉拼音，
       *> 跟英文解析出來的 CITY / DISTRICT / 路名比；
       *> SPILT_XLANG_CHECK=N 關掉
       01 WS-XLANG-CHECK         PIC X VALUE 'Y'.
       01 WS-XLEQ-FILE-NAME      PIC X(100).
       01 XLEQ-FILE-EOF          PIC X VALUE 'N'.
       01 XLEQ-TABLE.
           05 XLEQ-ENTRY OCCURS 500 TIMES.
               10 XLEQ-PINYIN    PIC X(40).
               10 XLEQ-ENGLISH   PIC X(40).
       01 XLEQ-COUNT             PIC 9(4) VALUE 0.
       01 XLEQ-IDX               PIC 9(4).
       01 XLEQ-RAW-PY            PIC X(60).
       01 XLEQ-RAW-EN            PIC X(60).
       01 XL-ZH-CITY             PIC X(50).
       01 XL-ZH-DIST             PIC X(50).
       01 XL-ZH-ROAD             PIC X(50).
       01 XL-TOKEN               PIC X(50).
       01 XL-TOK-PTR             PIC 9(3).
       01 XL-SCAN                PIC 9(3).
       01 XL-LEN                 PIC 9(3).
       01 XL-WIDTH               PIC 9(1).
       01 XL-CHAR                PIC X(4).
       01 XL-ZH-VALUE            PIC X(50).
       01 XL-EN-VALUE            PIC X(200).
       01 XL-FIELD-CODE          PIC X(12).
       01 XL-ZH-KEY              PIC X(40).
       01 XL-EN-KEY              PIC X(40).
       01 XL-SQ-IN               PIC X(200).
       01 XL-SQ-OUT              PIC X(40).
       01 XL-SQ-WORD             PIC X(40).
       01 XL-SQ-PTR              PIC 9(3).
       01 XL-SQ-OPTR             PIC 9(3).
       01 XL-SQ-IDX              PIC 9(3).
       01 XL-CJK-SW              PIC X.
       01 XL-UNMAPPED            PIC 9(3).
       01 XL-PY-SAVE             PIC 9(7).
       01 XL-MISMATCH-SW         PIC X VALUE 'N'.
       01 XL-SAME-SW             PIC X.
       01 CTL-XLANG-CHECKED      PIC 9(7) VALUE 0.
       01 CTL-XLANG-MISMATCH     PIC 9(7) VALUE 0.
       01 AL-SCAN                PIC 9(4).
       01 AL-PTR                 PIC 9(4).
       01 AL-FROM-LEN            PIC 9(4).
       01 RL-FIRE-SW             PIC X.
       01 RULE-CODES-OUT         PIC X(100).
       01 RULE-CODES-PTR         PIC 9(3).
       *> 郵務街道名錄與投遞碼：D=名錄上有、U=該郵遞區號/城市有
       *> 名錄但查無此街、X=郵遞區號跟城市都不在名錄上、空白=
       *> 沒有街道、或城市跟郵遞區號都沒有可查
       01 WS-STREETDIR-FILE-NAME PIC X(100).
       01 WS-SDX-STATUS          PIC XX.
       01 SDX-OPEN               PIC X VALUE 'N'.
       01 SDX-DEFAULT-COUNTRY    PIC X(30).
       *> 一筆地址拿去查名錄的鍵值（大寫）與結果
       01 SDX-CHK-COUNTRY        PIC X(30).
       01 SDX-CHK-ZIP            PIC X(10).
       01 SDX-CHK-CITY           PIC X(40).
       01 SDX-CHK-STREET         PIC X(50).
       01 SDX-AREA-SEEN          PIC X.
       01 SDX-STREET-FOUND       PIC X.
       01 DELIV-STREET-VALUE     PIC X(50).
       01 DELIV-CODE             PIC X(1).
       01 CTL-DELIV-D            PIC 9(7) VALUE 0.
       01 CTL-DELIV-U            PIC 9(7) VALUE 0.
       01 CTL-DELIV-X            PIC 9(7) VALUE 0.
       *> 高風險地址名單：類別 + 郵遞區號/街道/門牌，郵遞區號或
       *> 門牌空白代表不限（整條街、或該街道不分區號）；街道值
       *> 跟投遞檢查一樣取 STREET_ST，沒有才退 ROAD_RD、AVENUE_AVE
       01 WS-RISK-FILE-NAME      PIC X(100).
       01 WS-RISKHIT-FILE-NAME   PIC X(100).
       01 RISK-FILE-EOF          PIC X VALUE 'N'.
       01 RISK-TABLE.
           05 RISK-ENTRY OCCURS 2000 TIMES.
               10 RK-CATEGORY    PIC X(10).
               10 RK-ZIP         PIC X(10).
               10 RK-STREET      PIC X(50).
               10 RK-NO          PIC X(20).
       01 RISK-COUNT             PIC 9(4) VALUE 0.
       01 RISK-IDX               PIC 9(4).
       01 RISK-FOUND-IDX         PIC 9(4).
       01 RISK-STREET-VALUE      PIC X(50).
       01 RISK-CAT-OUT           PIC X(10).
       01 CTL-RISK-HITS          PIC 9(7) VALUE 0.
       *> 地址類型：RES 住宅 / COM 商業 / INS 機構（學校、醫院、
       *> 宗教團體）/ GOV 政府 / MIL 軍事。關鍵字比對 BUILDING、
       *> LOCATION1-6、LANDMARK、OTHER 合起來的文字（不分大小寫、
       *> 子字串比對），好幾類都命中時取 MIL > GOV > INS > COM >
       *> RES 的優先序，都沒命中留空白（未分類）
       01 WS-ATYPE-FILE-NAME     PIC X(100).
       01 ATYPE-FILE-EOF         PIC X VALUE 'N'.
       01 ATYPE-TABLE.
           05 ATYPE-ENTRY OCCURS 2000 TIMES.
               10 AT-CODE        PIC X(3).
               10 AT-KEYWORD     PIC X(60).
               10 AT-KW-LEN      PIC 9(2).
       01 ATYPE-COUNT            PIC 9(4) VALUE 0.
       01 ATYPE-IDX              PIC 9(4).
       01 AT-REC-CODE            PIC X(10).
       01 AT-REC-KEYWORD         PIC X(80).
       01 AT-TEXT                PIC X(800).
       01 AT-TALLY               PIC 9(4).
       01 AT-RANK                PIC 9.
       01 AT-BEST-RANK           PIC 9.
       01 ADDR-TYPE-OUT          PIC X(3).
       01 CTL-ATYPE-CLASSIFIED   PIC 9(7) VALUE 0.
       *> 各國欄位順序規則：country;BIG2SMALL|SMALL2BIG;
       *> 模糊段落要補的欄位(CITY|STATE|DISTRICT)。國家還是空白
       *> 但有 Chinese 欄位時，套用國名 CHINESE-HINT 的那一條。
       01 DUAL-SAVE-ROAD         PIC X(50).
       01 DUAL-SAVE-DRIVE        PIC X(50).
       01 CTL-DUAL-SPLIT         PIC 9(7) VALUE 0.
       *> 一列兩個地址的偵測/拆列：標籤表（標籤文字 + 對應的
       *> RecType，P 住家/M 郵寄/B 公司），標籤後面接的那段地址
       *> 就用這個 RecType 輸出。
       01 TA-LABEL-VALUES.
           05 FILLER PIC X(13) VALUE 'HOME:       P'.
           05 FILLER PIC X(13) VALUE 'RESIDENCE:  P'.
           05 FILLER PIC X(13) VALUE 'RESIDENTIAL:P'.
           05 FILLER PIC X(13) VALUE 'OFFICE:     B'.
           05 FILLER PIC X(13) VALUE 'WORK:       B'.
           05 FILLER PIC X(13) VALUE 'BUSINESS:   B'.
           05 FILLER PIC X(13) VALUE 'COMPANY:    B'.
           05 FILLER PIC X(13) VALUE 'MAILING:    M'.
           05 FILLER PIC X(13) VALUE '住家:     P'.
           05 FILLER PIC X(13) VALUE '公司:     B'.
       01 TA-LABEL-TABLE REDEFINES TA-LABEL-VALUES.
           05 TA-LABEL-ENTRY OCCURS 10 TIMES.
               10 TA-LABEL-TEXT      PIC X(12).
               10 TA-LABEL-ROLE      PIC X(1).
       01 TA-LABEL-MAX           PIC 9(2) VALUE 10.
       01 TA-RESULT              PIC X(1).
           88 TA-SINGLE              VALUE 'N'.
           88 TA-SPLIT               VALUE 'S'.
           88 TA-REJECT              VALUE 'R'.
       01 TA-UPPER               PIC X(500).
       01 TA-LEN                 PIC 9(4).
       01 TA-SCAN                PIC 9(4).
       01 TA-IDX                 PIC 9(2).
       01 TA-HIT-IDX             PIC 9(2).
       01 TA-KEY-LEN             PIC 9(2).
       01 TA-LBL-COUNT           PIC 9(2).
       01 TA-LBL-POS             PIC 9(4) OCCURS 2 TIMES.
       01 TA-SEP-LEN             PIC 9(2).
       01 TA-PART-START          PIC 9(4).
       01 TA-PART-COUNT          PIC 9(2).
       01 TA-PARTS.
           05 TA-PART            PIC X(500) OCCURS 9 TIMES.
       01 TA-GEO-PARTS           PIC 9(2).
       01 TA-WORK                PIC X(500).
       01 TA-WORK-LEN            PIC 9(4).
       01 TA-TOKEN               PIC X(60).
       01 TA-PREV-TOKEN          PIC X(60).
       01 TA-TOKEN-PTR           PIC 9(4).
       01 TA-TOKEN-LEN           PIC 9(4).
       01 TA-DIGITS              PIC 9(4).
       01 TA-HAS-GEO             PIC X(1).
       01 TA-HAS-NUMBER          PIC X(1).
       01 TA-HALF-NO             PIC 9(1).
       01 TA-HALF-ROLE           PIC X(1) OCCURS 2 TIMES.
       01 TA-SPLIT-RECTYPE       PIC X(1) VALUE SPACE.
       *> 拆出來的第幾半（SplitSeq 欄，1/2；一般資料列空白）：
       *> 兩半都帶原帳號，ADDRMAST 靠這一欄認出同一列拆出來的
       *> 兩半，第二半落到跟第一半同一把主檔鍵就改送覆核佇列
       01 TA-SPLIT-SEQ           PIC X(1) VALUE SPACE.
       01 TA-BASE-ACCOUNT        PIC X(30).
       01 TA-SPLIT-ACTIVE        PIC X(1) VALUE 'N'.
       *> 電話/聯絡人抽取：像地標括號一樣，在拆段之前先把
       *> Tel:/ext./attn: 片段抽出來放進自己的欄位
       01 PHONE-FIELD            PIC X(50).
       01 CT-CHAR                PIC X(1).
       01 CT-WORK                PIC X(60).
       01 CTL-CONTACT-EXTRACTED  PIC 9(7) VALUE 0.
       *> 電子郵件：原文裡帶 @ 的片段（含前面的 E-MAIL/EMAIL 標記）
       *> 抽進 EMAIL-FIELD，數位管道聯絡用
       01 EMAIL-FIELD            PIC X(80).
       01 CT-AT-POS              PIC 9(4).
       01 CT-DOT-SEEN            PIC X.
       01 CTL-EMAIL-EXTRACTED    PIC 9(7) VALUE 0.
       *> 轉交/收件人抽取：C/O、CARE OF、ATTENTION 及中文的
       *> 「轉交」「代收」「煩交」片段抽進 CARE-OF-FIELD，標籤跟
       *> 信函在街道上面另印一行
       01 CARE-OF-FIELD          PIC X(60).
       01 CO-MARK-LEN            PIC 9(4).
       01 CO-PREFIX              PIC X(6).
       01 CO-SRC                 PIC X(500).
       01 CO-CJK-MARK            PIC X(6).
       01 CTL-CAREOF-EXTRACTED   PIC 9(7) VALUE 0.
       *> 簡繁對照表與正規化工作欄位
       01 WS-TSMAP-FILE-NAME     PIC X(100).
       01 TSMAP-FILE-EOF         PIC X VALUE 'N'.
       01 WS-HDR-TRL-JUNK        PIC X(10).
       *> 兩段式輸出：暫存檔名 → 正式檔名對照表
       01 RN-TABLE.
           05 RN-ENTRY OCCURS 30 TIMES.
               10 RN-REAL        PIC X(100).
               10 RN-TMP         PIC X(100).
       01 RN-COUNT               PIC 9(2) VALUE 0.
       01 WS-SUMMARY-FILE-NAME   PIC X(100).
       01 WS-RUNSTATUS-FILE-NAME PIC X(100).
       01 WS-COUNTERS-FILE-NAME  PIC X(100).
       01 WS-PREFIX-TEMP         PIC X(30).
       01 WS-OUT-FILE-NAME     PIC X(100).
       01 WS-KEY-FILE-NAME     PIC X(100).
       01 WS-LOC-FILE-NAME     PIC X(100).
       01 WS-REJ-NOSEG-FILE-NAME   PIC X(100).
       01 WS-REJ-NOMATCH-FILE-NAME PIC X(100).
       01 WS-REJ-TOOLONG-FILE-NAME PIC X(100).
       01 WS-REJ-ENTITY-FILE-NAME  PIC X(100).
       01 WS-REJ-TWOADDR-FILE-NAME PIC X(100).
       01 WS-PREV-EXTRACT-FILE-NAME PIC X(100).
       01 WS-EXTRACT-FILE-NAME      PIC X(100).
       01 WS-TREND-FILE-NAME        PIC X(100).
       01 CTL-REJ-NOSEG       PIC 9(7) VALUE 0.
       01 CTL-REJ-NOMATCH     PIC 9(7) VALUE 0.
       01 CTL-REJ-TOOLONG     PIC 9(7) VALUE 0.
       01 CTL-REJ-ENTITY      PIC 9(7) VALUE 0.
       01 CTL-REJ-TWOADDR     PIC 9(7) VALUE 0.
       01 CTL-TWOADDR-SPLIT   PIC 9(7) VALUE 0.
       *> 未比對成功資料列裡常見的段落，用來回頭補
       *> keyword/city/state/country/location 清單內容。
       01 TOKEN-FREQ-TABLE.
       01 CACHE-FI-IDX           PIC 9(2).
       01 CACHE-FI-SUM-DISP      PIC 9(9).
       01 CACHE-COLS.
           05 CACHE-COL OCCURS 55 TIMES PIC X(500).
       *> 拆段/雙記錄/含引號的快取資料列不重複使用
       01 CACHE-SKIP-SW          PIC X.
       01 CACHE-COL-IDX          PIC 9(2).
       01 LAY-POS-ORIGINAL       PIC 9(2) VALUE 0.
       01 LAY-POS-ACCOUNT        PIC 9(2) VALUE 0.
       01 LAY-POS-RECTYPE        PIC 9(2) VALUE 0.
       01 LAY-POS-ENTITY         PIC 9(2) VALUE 0.
       01 WS-LAYOUT-MAXPOS       PIC 9(2) VALUE 0.
       01 LAY-REC-NAME           PIC X(20).
       01 LAY-REC-KEYWORD        PIC X(20).
       01 FS-REJ-NOSEG-FILE     PIC XX.
       01 FS-REJ-NOMATCH-FILE   PIC XX.
       01 FS-REJ-TOOLONG-FILE   PIC XX.
       01 FS-REJ-ENTITY-FILE    PIC XX.
       01 FS-REJ-TWOADDR-FILE   PIC XX.
       01 FS-UNMATCHED-TOKENS-FILE PIC XX.
       01 FS-PREV-EXTRACT-FILE  PIC XX.
       01 FS-EXTRACT-FILE       PIC XX.
       01 FS-DEAD-FILE          PIC XX.
       01 FS-ZIPCITY-WARN-FILE  PIC XX.
       01 FS-GEOWARN-FILE       PIC XX.
       01 FS-RISKHIT-FILE       PIC XX.
       01 FS-RUNSTATUS-FILE     PIC XX.
       01 FS-HEARTBEAT-FILE     PIC XX.
       *> 集中錯誤處理的參數與政策
       01 FS-MASKED-FILE         PIC XX.
       01 WS-MASK-MODE           PIC X VALUE 'N'.
       01 MASK-ACTIONS.
           05 MASK-ACTION OCCURS 55 TIMES PIC X(1).
       01 MASK-COL-IDX           PIC 9(2).
       01 MASK-COL-NAME          PIC X(20).
       01 MASK-COL-VALUE         PIC X(1010).
       01 QF-LANDMARK            PIC X(1010).
       01 QF-PHONE               PIC X(1010).
       01 QF-ATTN                PIC X(1010).
       01 QF-CAREOF              PIC X(1010).
       01 QF-EMAIL               PIC X(1010).
       *> 各國郵遞區號格式規則：一行一筆，
       *> 格式為 國家名稱,類別(N=純數字/A=英數混合),最短長度,最長長度
       01 ZIPFMT-COUNT    PIC 9(4) VALUE 0.
       01 WS-FLOOR-IS-BASEMENT PIC X VALUE 'N'.
           88 FLOOR-IS-BASEMENT     VALUE 'Y'.

       *> 控制總數總帳（CTLLEDGR）：輸出 CSV 交給 SHARDMERGE/
       *> ADDRMAST、增量 extract 交給下一次執行跟下游
       COPY "ctlledgr.cpy".



       PROCEDURE DIVISION.
               CLOSE ALIAS-FILE
           END-IF

           *> 讀中英文拼法對照（檔案不存在就空表，只認拼音完全
           *> 相同的才算一致）；兩欄都先正規化成比對鍵
           OPEN INPUT XLEQ-FILE
           IF WS-REF-FILE-STATUS = '00'
               PERFORM UNTIL XLEQ-FILE-EOF = 'Y'
                   READ XLEQ-FILE
                       AT END MOVE 'Y' TO XLEQ-FILE-EOF
                       NOT AT END
                           IF FUNCTION TRIM(XLEQ-REC) NOT = SPACES
                              AND XLEQ-REC(1:1) NOT = '*'
                              AND XLEQ-COUNT < 500
                               MOVE SPACES TO XLEQ-RAW-PY XLEQ-RAW-EN
                               UNSTRING XLEQ-REC DELIMITED BY ';'
                                   INTO XLEQ-RAW-PY XLEQ-RAW-EN
                               END-UNSTRING
                               ADD 1 TO XLEQ-COUNT
                               MOVE XLEQ-RAW-PY TO XL-SQ-IN
                               PERFORM SQUASH-XLANG-KEY
                               MOVE XL-SQ-OUT TO XLEQ-PINYIN(XLEQ-COUNT)
                               MOVE XLEQ-RAW-EN TO XL-SQ-IN
                               PERFORM SQUASH-XLANG-KEY
                               MOVE XL-SQ-OUT
                                   TO XLEQ-ENGLISH(XLEQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XLEQ-FILE
           END-IF

           *> 讀 OVERRIDE 覆寫表（檔案不存在就空表）
           OPEN INPUT OVERRIDE-FILE
           IF WS-REF-FILE-STATUS = '00'
               CLOSE RULES-FILE
           END-IF

           *> 開郵務街道名錄索引檔（選擇性檔案，不存在就不做投遞
           *> 檢查）；整個執行期間開著逐筆以鍵查
           OPEN INPUT STREETDIR-FILE
           IF WS-SDX-STATUS = '00'
               MOVE 'Y' TO SDX-OPEN
           END-IF

           *> 讀高風險地址名單（選擇性檔案，不存在就不做篩檢）
           OPEN INPUT RISK-FILE
           IF WS-REF-FILE-STATUS = '00'
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
                               *> 郵遞區號跟街道都空白的項目會命中
                               *> 每一筆地址，當成打錯丟掉
                               IF RK-ZIP(RISK-COUNT) = SPACES
                                  AND RK-STREET(RISK-COUNT) = SPACES
                                   DISPLAY "WARNING: address risk "
                                       "entry without zip or street "
                                       "ignored - "
                                       FUNCTION TRIM(RISK-REC)
                                   SUBTRACT 1 FROM RISK-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISK-FILE
           END-IF

           *> 讀地址類型關鍵字檔（選擇性檔案，不存在就不分類）
           OPEN INPUT ATYPE-FILE
           IF WS-REF-FILE-STATUS = '00'
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
           END-IF

           *> 讀各國欄位順序規則（檔案不存在就不做第二輪補值）
                               ADD 1 TO PREV-EXTRACT-COUNT
                               MOVE PREV-EXTRACT-REC TO
                                   PREV-EXTRACT-ITEM(PREV-EXTRACT-COUNT)
                               *> 讀進幾列（交付清單尾錄不算）
                               IF PREV-EXTRACT-REC(1:4) NOT = 'MAN;'
                                  AND PREV-EXTRACT-REC NOT = SPACES
                                   MOVE 'L' TO CL-FUNCTION
                                   MOVE 2 TO CL-SLOT
                                   MOVE 0 TO CL-KEY-COL
                                   MOVE PREV-EXTRACT-REC TO CL-LINE
                                   CALL 'CTLLEDGR' USING CL-AREA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREV-EXTRACT-FILE
               IF NOT DRY-RUN-MODE
                   MOVE WS-RUN-DATE TO CL-RUN-DATE
                   MOVE 'AddressSplitterFinal' TO CL-PROGRAM
                   MOVE 'W' TO CL-FUNCTION
                   MOVE 2 TO CL-SLOT
                   MOVE WS-PREV-EXTRACT-FILE-NAME TO CL-FILE-NAME
                   MOVE 'IN' TO CL-DIRECTION
                   CALL 'CTLLEDGR' USING CL-AREA
               END-IF
           END-IF

           *> 讀取 checkpoint，判斷這是全新的一次執行還是從中斷點續跑
                   AT END CONTINUE
                   NOT AT END
                       *> 「已讀筆數;地理編碼序號;extract 列數;
                       *> 遮罩列數;抽檔時間戳記」- 序號也要續，不然
                       *> 續跑的請求檔會重發 1 起跳的序號，廠商回檔
                       *> 就會套錯帳號；交付列數也要續，對外檔是
                       *> EXTEND 接著寫，MAN 尾錄只報續跑那一腿的
                       *> 筆數的話，下游回條的實際筆數對不上就會
                       *> 誤報；時間戳記續用第一腿的，兩腿之間主檔
                       *> 被改過的帳號 ADDRMAST 才認得出來
                       MOVE SPACES TO CKP-READ-X CKP-SEQ-X
                           CKP-EXTRACT-X CKP-MASKED-X CKP-STAMP-X
                       UNSTRING CHECKPOINT-REC DELIMITED BY ';'
                           INTO CKP-READ-X CKP-SEQ-X
                                CKP-EXTRACT-X CKP-MASKED-X
                                CKP-STAMP-X
                       END-UNSTRING
                       IF FUNCTION TRIM(CKP-READ-X) IS NUMERIC
                          AND FUNCTION NUMVAL(CKP-READ-X) > 0
                               MOVE FUNCTION NUMVAL(CKP-MASKED-X)
                                   TO CTL-MASKED-ROWS
                           END-IF
                           IF CKP-STAMP-X IS NUMERIC
                               MOVE CKP-STAMP-X TO WS-EXTRACT-STAMP
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
               OPEN EXTEND REJ-NOSEG-FILE
               OPEN EXTEND REJ-NOMATCH-FILE
               OPEN EXTEND REJ-TOOLONG-FILE
               OPEN EXTEND REJ-ENTITY-FILE
               OPEN EXTEND REJ-TWOADDR-FILE
               OPEN EXTEND EXTRACT-FILE
               OPEN EXTEND GEOREQ-FILE
               OPEN EXTEND REVIEWQ-FILE
               OPEN EXTEND ZIPCITY-WARN-FILE
               OPEN EXTEND GEOWARN-FILE
               OPEN EXTEND RISKHIT-FILE
               IF WS-MASK-MODE = 'Y'
                   OPEN EXTEND MASKED-FILE
               END-IF
               OPEN OUTPUT REJ-NOSEG-FILE
               OPEN OUTPUT REJ-NOMATCH-FILE
               OPEN OUTPUT REJ-TOOLONG-FILE
               OPEN OUTPUT REJ-ENTITY-FILE
               OPEN OUTPUT REJ-TWOADDR-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT GEOREQ-FILE
               OPEN OUTPUT REVIEWQ-FILE
               OPEN OUTPUT ZIPCITY-WARN-FILE
               OPEN OUTPUT GEOWARN-FILE
               OPEN OUTPUT RISKHIT-FILE
               IF WS-MASK-MODE = 'Y'
                   OPEN OUTPUT MASKED-FILE
               END-IF
                   MOVE "Attn"       TO FIXED-ATTN
                   MOVE "Undeliv"    TO FIXED-UNDELIV
                   MOVE "HouseholdKey" TO FIXED-HHKEY
                   MOVE "RiskCat"    TO FIXED-RISKCAT
                   MOVE "CareOf"     TO FIXED-CAREOF
                   MOVE "AddrType"   TO FIXED-ADDRTYPE
                   MOVE "Email"      TO FIXED-EMAIL
                   MOVE "Entity"     TO FIXED-ENTITY
                   MOVE "ExtractStamp" TO FIXED-EXTRACT-STAMP
                   MOVE "SplitSeq"   TO FIXED-SPLIT-SEQ
                   MOVE FIXED-OUT-REC TO OUT-REC
               ELSE
                   STRING
                     "Other;Concat;Score;AccountID;Landmark;"
                     "CityPinyin;DistPinyin;StreetPinyin;RuleCodes;"
                     "Deliverability;AddrLine1;AddrLine2;AddrLine3;"
                     "RecType;Phone;Attn;UndelivFlag;HouseholdKey;"
                     "RiskCategory;CareOf;AddressType;Email;Entity;"
                     "ExtractStamp;SplitSeq"
                     DELIMITED BY SIZE INTO OUT-REC
               END-IF
               IF NOT DRY-RUN-MODE

           CLOSE OUT-FILE UNMATCH-FILE ZIPWARN-FILE
               TRACE-FILE REJ-EMPTY-FILE REJ-NOSEG-FILE
               REJ-NOMATCH-FILE REJ-TOOLONG-FILE REJ-ENTITY-FILE
               REJ-TWOADDR-FILE EXTRACT-FILE
               GEOREQ-FILE REVIEWQ-FILE ZIPCITY-WARN-FILE
               GEOWARN-FILE RISKHIT-FILE
           IF WS-MASK-MODE = 'Y'
               CLOSE MASKED-FILE
           END-IF
           *> 再把狀態旗標改成 COMPLETE
           PERFORM COMMIT-OUTPUT-FILES

           *> 正式檔名落地後登控制總數總帳
           IF NOT DRY-RUN-MODE
               PERFORM LEDGER-OUTPUT-FILES
           END-IF

           *> 交握格式的來源檔這一天正式記進登錄簿
           IF WS-HDR-PRESENT = 'Y' AND NOT MULTI-FILE-MODE
              AND NOT DRY-RUN-MODE AND NOT RERUN-MODE
                   NOT AT END
                       IF IN-REC(1:4) = 'HDR;'
                           MOVE 'Y' TO WS-HDR-PRESENT
                           MOVE SPACES TO WS-HDR-ENTITY
                           UNSTRING IN-REC DELIMITED BY ';'
                               INTO WS-HDR-TRL-JUNK WS-HDR-SOURCE
                                    WS-HDR-BUSDATE WS-HDR-ENTITY
                           END-UNSTRING
                           *> HDR 第四欄是來源檔所屬法人；整個檔
                           *> 送錯法人的批次直接拒收，一列都不碰
                           IF FUNCTION TRIM(WS-HDR-ENTITY) NOT = SPACES
                              AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                                  WS-HDR-ENTITY)) NOT = WS-RUN-ENTITY
                               DISPLAY "FATAL: input file "
                                   FUNCTION TRIM(WS-IN-FILE-NAME)
                                   " belongs to entity "
                                   FUNCTION TRIM(WS-HDR-ENTITY)
                                   ", this run is entity "
                                   WS-RUN-ENTITY " - file refused"
                               MOVE 'FAILED' TO WS-RUNSTATUS-TEXT
                               PERFORM WRITE-RUN-STATUS
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           *> 在主批次開跑前就比對登錄簿，重送/
                           *> 跳號的檔案不要等四十分鐘後才發現。
                           *> 多檔合併模式各分行同一個營業日是
           END-IF.

       *> 一行分行統計：來源;日期;讀;比對;各類拒件;分數加總;
       *> 分數筆數;法人（差額制，數字只屬於這一個來源檔）
       WRITE-BRANCH-STATS-LINE.
           MOVE SPACES TO BR-SOURCE-ID
           IF WS-HDR-PRESENT = 'Y'
               WITH POINTER OUT-PTR
           END-STRING
           COMPUTE BR-DELTA = CTL-SCORE-ROWS - BR-SNAP-SCORE-ROWS
           STRING BR-DELTA ";" WS-RUN-ENTITY
               DELIMITED BY SIZE INTO BRSTATS-REC
               WITH POINTER OUT-PTR
           END-STRING
           WRITE BRSTATS-REC
               LOCATION1 LOCATION2 LOCATION3 LOCATION4 LOCATION5
               LOCATION6 COUNTRY BUILDING NUMBER-FILED BOX-NO
               OTHER-FIELD CHINESE ORIGINAL CONCAT ACCOUNT-ID LANDMARK
           MOVE SPACES TO PHONE-FIELD ATTN-FIELD CARE-OF-FIELD
               EMAIL-FIELD
           *> 規則代碼/投遞碼只有主流程的 COMPLETE-MATCHED-RECORD
           *> 會重算，第二輪不清會帶到上一筆的值
           MOVE SPACES TO RULE-CODES-OUT
           MOVE SPACE TO DELIV-CODE
           MOVE 'N' TO XL-MISMATCH-SW

           *> 同樣先攤平雙引號欄位再拆段。
           MOVE UNMATCH-REC TO NORM-CSV-SRC

           *> 電話/分機/聯絡人片段抽出來，不讓它們污染地址段落
           PERFORM EXTRACT-CONTACT-INFO
           PERFORM EXTRACT-CARE-OF

           MOVE 1 TO PTR
           MOVE 1 TO IDX
           IF HAS-MATCH = 'Y'
               ADD 1 TO CTL-FUZZY-COUNT
               ADD 1 TO CTL-MATCH-COUNT
               PERFORM CLASSIFY-ADDRESS-TYPE
               PERFORM OUTPUT-COLUMN
           ELSE
               MOVE UNMATCH-REC TO FUZZY-UNMATCH-REC

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EXTRACT-TIME8 FROM TIME
           MOVE SPACES TO WS-EXTRACT-STAMP
           STRING WS-RUN-DATE WS-EXTRACT-TIME8(1:6)
               DELIMITED BY SIZE INTO WS-EXTRACT-STAMP
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_EXTRACT_STAMP'
           IF WS-ENV-VALUE NOT = SPACES
               IF WS-ENV-VALUE(1:14) IS NUMERIC
                  AND WS-ENV-VALUE(15:) = SPACES
                   MOVE WS-ENV-VALUE(1:14) TO WS-EXTRACT-STAMP
               ELSE
                   DISPLAY "WARNING: SPILT_EXTRACT_STAMP "
                       FUNCTION TRIM(WS-ENV-VALUE)
                       " is not YYYYMMDDHHMMSS - run start time "
                       WS-EXTRACT-STAMP " used"
               END-IF
           END-IF

           *> 先載入 run profile（若有指定），後面各參數的環境變數
           *> 沒設定時就用 profile 裡的值。
               MOVE 'rerun_' TO WS-FILENAME-PREFIX
           END-IF

           *> 法人代碼：母行（BANK）維持原本檔名，子公司的輸出/
           *> 狀態檔一律掛「代碼_」前綴，兩邊的批次同一天在同一個
           *> 目錄跑也不會讀到或蓋到對方的檔
           MOVE SPACES TO WS-ENTITY-ENV
           ACCEPT WS-ENTITY-ENV FROM ENVIRONMENT 'SPILT_ENTITY'
           IF WS-ENTITY-ENV = SPACES
               MOVE 'ENTITY' TO PROF-LOOKUP-KEY
               PERFORM GET-PROFILE-VALUE
               IF PROF-LOOKUP-FOUND = 'Y'
                   MOVE PROF-LOOKUP-VALUE TO WS-ENTITY-ENV
               END-IF
           END-IF
           IF WS-ENTITY-ENV = SPACES
               ACCEPT WS-ENTITY-ENV FROM ENVIRONMENT 'ADDR_ENTITY'
           END-IF
           IF FUNCTION TRIM(WS-ENTITY-ENV) NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENTITY-ENV)) > 4
                   DISPLAY "FATAL: entity code "
                       FUNCTION TRIM(WS-ENTITY-ENV)
                       " is longer than 4 characters"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTITY-ENV))
                   TO WS-RUN-ENTITY
           END-IF
           IF WS-RUN-ENTITY NOT = WS-DEFAULT-ENTITY
               MOVE SPACES TO WS-ENTITY-PREFIX
               STRING FUNCTION TRIM(WS-RUN-ENTITY) '_'
                   DELIMITED BY SIZE INTO WS-ENTITY-PREFIX
               MOVE WS-FILENAME-PREFIX TO WS-PREFIX-TEMP
               MOVE SPACES TO WS-FILENAME-PREFIX
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   FUNCTION TRIM(WS-PREFIX-TEMP)
                   DELIMITED BY SIZE INTO WS-FILENAME-PREFIX
           END-IF

           *> 分片編號：所有輸出/狀態檔名掛 shardNN_ 前綴
           MOVE SPACES TO WS-SHARD-ID-ENV
           ACCEPT WS-SHARD-ID-ENV FROM ENVIRONMENT 'SPILT_SHARD_ID'
               MOVE WS-ENV-VALUE TO WS-REJ-TOOLONG-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-FILENAME-PREFIX)
               'reject_entity_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REJ-ENTITY-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_REJ_ENTITY_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REJ-ENTITY-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-FILENAME-PREFIX)
               'reject_twoaddr_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REJ-TWOADDR-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_REJ_TWOADDR_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REJ-TWOADDR-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-FILENAME-PREFIX)
               'frequent_unmatched_tokens_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-UNMATCHED-TOKENS-FILE-NAME
               MOVE WS-ENV-VALUE TO WS-EXTRACT-FILE-NAME
           END-IF

           MOVE SPACES TO WS-TREND-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'trend_log.txt'
               DELIMITED BY SIZE INTO WS-TREND-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_TREND_FILE'
           IF WS-ENV-VALUE = SPACES
               MOVE WS-ENV-VALUE TO WS-ALIAS-FILE-NAME
           END-IF

           MOVE 'xlang_equiv.txt' TO WS-XLEQ-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'SPILT_XLANG_EQUIV_FILE'
           IF WS-ENV-VALUE = SPACES
               MOVE 'XLANG_EQUIV_FILE' TO PROF-LOOKUP-KEY
               PERFORM GET-PROFILE-VALUE
               IF PROF-LOOKUP-FOUND = 'Y'
                   MOVE PROF-LOOKUP-VALUE TO WS-ENV-VALUE
               END-IF
           END-IF
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-XLEQ-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_XLANG_CHECK'
           IF WS-ENV-VALUE = SPACES
               MOVE 'XLANG_CHECK' TO PROF-LOOKUP-KEY
               PERFORM GET-PROFILE-VALUE
               IF PROF-LOOKUP-FOUND = 'Y'
                   MOVE PROF-LOOKUP-VALUE TO WS-ENV-VALUE
               END-IF
           END-IF
           IF FUNCTION UPPER-CASE(WS-ENV-VALUE(1:1)) = 'N'
               MOVE 'N' TO WS-XLANG-CHECK
           END-IF

           STRING FUNCTION TRIM(WS-FILENAME-PREFIX)
               'review_queue_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REVIEWQ-FILE-NAME
                   TO WS-REVIEW-THRESHOLD
           END-IF

           *> 常設覆寫表是各法人自己的（參照清單才是共用核心）
           MOVE SPACES TO WS-OVERRIDE-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'overrides.txt'
               DELIMITED BY SIZE INTO WS-OVERRIDE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_OVERRIDE_FILE'
           IF WS-ENV-VALUE = SPACES
               MOVE WS-ENV-VALUE TO WS-RULES-FILE-NAME
           END-IF

           MOVE 'address_risk.txt' TO WS-RISK-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_RISK_FILE'
           IF WS-ENV-VALUE = SPACES
               MOVE 'RISK_FILE' TO PROF-LOOKUP-KEY
               PERFORM GET-PROFILE-VALUE
               IF PROF-LOOKUP-FOUND = 'Y'
                   MOVE PROF-LOOKUP-VALUE TO WS-ENV-VALUE
               END-IF
           END-IF
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RISK-FILE-NAME
           END-IF

           MOVE 'address_types.txt' TO WS-ATYPE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_ADDRTYPE_FILE'
           IF WS-ENV-VALUE = SPACES
               MOVE 'ADDRTYPE_FILE' TO PROF-LOOKUP-KEY
               PERFORM GET-PROFILE-VALUE
               IF PROF-LOOKUP-FOUND = 'Y'
                   MOVE PROF-LOOKUP-VALUE TO WS-ENV-VALUE
               END-IF
           END-IF
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ATYPE-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-FILENAME-PREFIX)
               'address_risk_hits_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RISKHIT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_RISKHIT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RISKHIT-FILE-NAME
           END-IF

           MOVE 'street_directory.dat' TO WS-STREETDIR-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_STREETDIR_FILE'
           IF WS-ENV-VALUE = SPACES
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STREETDIR-FILE-NAME
           END-IF
           *> 地址沒有國家時拿哪一國的名錄查（跟 STREETBLD 同一個
           *> 預設國家）
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT 'SPILT_STREETDIR_COUNTRY'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO SDX-DEFAULT-COUNTRY

           MOVE 'country_rules.txt' TO WS-CTRYRULE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
                   TO WS-CUTOFF-TIME
           END-IF

           MOVE SPACES TO WS-UNDELIV-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'undeliv_flags.txt'
               DELIMITED BY SIZE INTO WS-UNDELIV-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_UNDELIV_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               PERFORM LOAD-INPUT-LAYOUT
           END-IF

           MOVE SPACES TO WS-REGISTRY-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'input_registry.txt'
               DELIMITED BY SIZE INTO WS-REGISTRY-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_REGISTRY_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               WHEN 'RECTYPE'
                   MOVE FUNCTION NUMVAL(LAY-REC-POS)
                       TO LAY-POS-RECTYPE
               WHEN 'ENTITY'
                   MOVE FUNCTION NUMVAL(LAY-REC-POS)
                       TO LAY-POS-ENTITY
               WHEN OTHER
                   DISPLAY "WARNING: layout file - unknown column "
                       "keyword " FUNCTION TRIM(LAY-REC-KEYWORD)
           END-IF

           MOVE SPACES TO CHINESE ORIGINAL ACCOUNT-ID
           MOVE SPACES TO WS-ROW-RECTYPE WS-ROW-ENTITY
           MOVE 'N' TO WS-LAYOUT-ROW-SKIP
           IF LAY-POS-ENTITY > 0
              AND LAY-POS-ENTITY <= LAY-FLD-USED
               MOVE LAY-FLD(LAY-POS-ENTITY) TO WS-ROW-ENTITY
           END-IF
           IF LAY-POS-CHINESE > 0
              AND LAY-POS-CHINESE <= LAY-FLD-USED
               MOVE LAY-FLD(LAY-POS-CHINESE) TO CHINESE
           MOVE WS-REJ-TOOLONG-FILE-NAME TO RN-WORK-NAME
           PERFORM STAGE-OUTPUT-NAME
           MOVE RN-WORK-NAME TO WS-REJ-TOOLONG-FILE-NAME
           MOVE WS-REJ-ENTITY-FILE-NAME TO RN-WORK-NAME
           PERFORM STAGE-OUTPUT-NAME
           MOVE RN-WORK-NAME TO WS-REJ-ENTITY-FILE-NAME
           MOVE WS-REJ-TWOADDR-FILE-NAME TO RN-WORK-NAME
           PERFORM STAGE-OUTPUT-NAME
           MOVE RN-WORK-NAME TO WS-REJ-TWOADDR-FILE-NAME
           MOVE WS-UNMATCHED-TOKENS-FILE-NAME TO RN-WORK-NAME
           PERFORM STAGE-OUTPUT-NAME
           MOVE RN-WORK-NAME TO WS-UNMATCHED-TOKENS-FILE-NAME
           MOVE WS-GEOWARN-FILE-NAME TO RN-WORK-NAME
           PERFORM STAGE-OUTPUT-NAME
           MOVE RN-WORK-NAME TO WS-GEOWARN-FILE-NAME
           MOVE WS-RISKHIT-FILE-NAME TO RN-WORK-NAME
           PERFORM STAGE-OUTPUT-NAME
           MOVE RN-WORK-NAME TO WS-RISKHIT-FILE-NAME
           MOVE WS-ALERT-FILE-NAME TO RN-WORK-NAME
           PERFORM STAGE-OUTPUT-NAME
           MOVE RN-WORK-NAME TO WS-ALERT-FILE-NAME
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE.

       *> 控制總數總帳：輸出 CSV 整檔重算（OUT，鍵值 = 第 34 欄
       *> AccountID；固定寬度輸出沒有分號欄位，用整行）；增量
       *> extract 自己算的列數（CTL）對實際落地的（DLV - 對外交付
       *> 兼下一次執行的前一份 extract，今晚不必有人讀）
       LEDGER-OUTPUT-FILES.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE 'AddressSplitterFinal' TO CL-PROGRAM
           MOVE WS-OUT-FILE-NAME TO RN-LOOKUP-NAME
           PERFORM FIND-REAL-OUTPUT-NAME
           MOVE RN-REAL-NAME TO CL-FILE-NAME
           MOVE 'F' TO CL-FUNCTION
           MOVE 'OUT' TO CL-DIRECTION
           IF FIXED-OUTPUT
               MOVE 0 TO CL-KEY-COL
           ELSE
               MOVE 34 TO CL-KEY-COL
           END-IF
           MOVE 'Y' TO CL-SKIP-HEADER
           CALL 'CTLLEDGR' USING CL-AREA

           MOVE WS-EXTRACT-FILE-NAME TO RN-LOOKUP-NAME
           PERFORM FIND-REAL-OUTPUT-NAME
           MOVE RN-REAL-NAME TO CL-FILE-NAME
           MOVE 'T' TO CL-FUNCTION
           MOVE 'CTL' TO CL-DIRECTION
           MOVE CTL-EXTRACT-ROWS TO CL-COUNT
           MOVE 0 TO CL-HASH
           CALL 'CTLLEDGR' USING CL-AREA
           MOVE 'F' TO CL-FUNCTION
           MOVE 'DLV' TO CL-DIRECTION
           MOVE 0 TO CL-KEY-COL
           MOVE 'N' TO CL-SKIP-HEADER
           CALL 'CTLLEDGR' USING CL-AREA.

       *> 收尾：.tmp 依對照表改名成正式檔名（還沒被開過的檔案
       *> 不存在，改名失敗不理會）。
       COMMIT-OUTPUT-FILES.
           EVALUATE PROF-REC-KEYWORD
               WHEN 'RERUN_UNMATCHED'
               WHEN 'DRY_RUN'
               WHEN 'XLANG_CHECK'
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                      PROF-REC-VALUE)) NOT = 'Y'
                      AND FUNCTION UPPER-CASE(FUNCTION TRIM(
               WHEN 'HIERARCHY_FILE'
               WHEN 'RULES_FILE'
               WHEN 'STREETDIR_FILE'
               WHEN 'RISK_FILE'
               WHEN 'ADDRTYPE_FILE'
               WHEN 'CTRYRULES_FILE'
               WHEN 'FORMATS_FILE'
               WHEN 'TSMAP_FILE'
               WHEN 'CACHE_FILE'
               WHEN 'GEOCTRY_FILE'
               WHEN 'XLANG_EQUIV_FILE'
               WHEN 'ENTITY'
                   IF FUNCTION TRIM(PROF-REC-VALUE) = SPACES
                       MOVE 'N' TO PROF-VALUE-OK
                   END-IF
       WRITE-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-REC
           STRING CTL-READ-COUNT ';' CTL-GEOREQ-SEQ ';'
               CTL-EXTRACT-ROWS ';' CTL-MASKED-ROWS ';'
               WS-EXTRACT-STAMP
               DELIMITED BY SIZE INTO CHECKPOINT-REC
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-REC
               MOVE 'Y' TO CACHE-SKIP-SW
               EXIT PARAGRAPH
           END-IF
           *> 還沒有 Email 欄的舊版資料列（少於 51 個分號）不收，
           *> 讓電子郵件/轉交片段照新規則重新解析
           MOVE 0 TO QF-TALLY
           INSPECT CACHE-REC TALLYING QF-TALLY FOR ALL ';'
           IF QF-TALLY < 51
               MOVE 'Y' TO CACHE-SKIP-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM UNSTRING-CACHE-ROW
           IF FUNCTION TRIM(CACHE-COL(44)) NOT = SPACES
               MOVE 'Y' TO CACHE-SKIP-SW
                    CACHE-COL(40) CACHE-COL(41) CACHE-COL(42)
                    CACHE-COL(43) CACHE-COL(44) CACHE-COL(45)
                    CACHE-COL(46) CACHE-COL(47) CACHE-COL(48)
                    CACHE-COL(49) CACHE-COL(50) CACHE-COL(51)
                    CACHE-COL(52) CACHE-COL(53) CACHE-COL(54)
                    CACHE-COL(55)
           END-UNSTRING.

       *> 這一筆資料列的鍵值在快取裡嗎
           PERFORM LOOKUP-UNDELIV-FLAG
           MOVE UNDELIV-FLAG-OUT TO CACHE-COL(47)

           *> 風險類別同樣看當下的名單重篩一次（名單異動不會讓
           *> 快取作廢），命中照樣進當日命中報表
           MOVE CACHE-COL(22) TO ZIP
           MOVE CACHE-COL(11) TO AVENUE_AVE
           PERFORM SCREEN-ADDRESS-RISK
           MOVE RISK-CAT-OUT TO CACHE-COL(49)

           *> 地址類型也照當下的關鍵字檔重判（關鍵字檔異動同樣
           *> 不會讓快取作廢）
           MOVE CACHE-COL(5)  TO BUILDING
           MOVE CACHE-COL(25) TO LOCATION1
           MOVE CACHE-COL(26) TO LOCATION2
           MOVE CACHE-COL(27) TO LOCATION3
           MOVE CACHE-COL(28) TO LOCATION4
           MOVE CACHE-COL(29) TO LOCATION5
           MOVE CACHE-COL(30) TO LOCATION6
           MOVE CACHE-COL(31) TO OTHER-FIELD
           MOVE CACHE-COL(35) TO LANDMARK
           PERFORM CLASSIFY-ADDRESS-TYPE
           MOVE ADDR-TYPE-OUT TO CACHE-COL(51)

           *> 法人代碼一律是本次執行的法人（快取檔本來就分法人）
           MOVE WS-RUN-ENTITY TO CACHE-COL(53)
           *> 抽檔時間戳記也是這一次的，快取裡的是當初那一輪的
           MOVE WS-EXTRACT-STAMP TO CACHE-COL(54)
           *> 拆開的半列不走快取，SplitSeq 欄照樣輸出（空白），
           *> 欄數跟解析出來的資料列一樣
           MOVE TA-SPLIT-SEQ TO CACHE-COL(55)

           *> 用快取欄位 + 新戶別鍵重組輸出資料列
           MOVE SPACES TO OUT-REC
           MOVE 1 TO OUT-PTR
           PERFORM VARYING CACHE-COL-IDX FROM 1 BY 1
                   UNTIL CACHE-COL-IDX > 55
               IF CACHE-COL-IDX > 1
                   STRING ";" DELIMITED BY SIZE INTO OUT-REC
                       WITH POINTER OUT-PTR
           MOVE SPACES TO MASK-ROW
           MOVE 1 TO MASK-ROW-PTR
           PERFORM VARYING MASK-COL-IDX FROM 1 BY 1
                   UNTIL MASK-COL-IDX > 55
               MOVE CACHE-COL(MASK-COL-IDX) TO MASK-COL-VALUE
               EVALUATE MASK-ACTION(MASK-COL-IDX)
                   WHEN 'B'
               WRITE HHSUM-REC
           END-IF.

       *> 遮罩政策載入：55 個欄位預設 KEEP，政策檔逐行
       *> 「欄位名稱;動作」覆寫；檔案不存在就不啟用遮罩輸出。
       LOAD-MASK-POLICY.
           PERFORM VARYING MASK-COL-IDX FROM 1 BY 1
                   UNTIL MASK-COL-IDX > 55
               MOVE 'K' TO MASK-ACTION(MASK-COL-IDX)
           END-PERFORM
           OPEN INPUT MASKPOL-FILE
                           END-UNSTRING
                           MOVE 0 TO MP-FOUND
                           PERFORM VARYING MASK-COL-IDX FROM 1 BY 1
                                   UNTIL MASK-COL-IDX > 55
                                      OR MP-FOUND > 0
                               PERFORM GET-MASK-COLUMN-NAME
                               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
           MOVE SPACES TO MASK-ROW
           MOVE 1 TO MASK-ROW-PTR
           PERFORM VARYING MASK-COL-IDX FROM 1 BY 1
                   UNTIL MASK-COL-IDX > 55
               PERFORM GET-MASK-COLUMN-VALUE
               EVALUATE MASK-ACTION(MASK-COL-IDX)
                   WHEN 'B'
               WHEN 46 MOVE 'ATTN'           TO MASK-COL-NAME
               WHEN 47 MOVE 'UNDELIVFLAG'    TO MASK-COL-NAME
               WHEN 48 MOVE 'HOUSEHOLDKEY'   TO MASK-COL-NAME
               WHEN 49 MOVE 'RISKCATEGORY'   TO MASK-COL-NAME
               WHEN 50 MOVE 'CAREOF'         TO MASK-COL-NAME
               WHEN 51 MOVE 'ADDRESSTYPE'    TO MASK-COL-NAME
               WHEN 52 MOVE 'EMAIL'          TO MASK-COL-NAME
               WHEN 53 MOVE 'ENTITY'         TO MASK-COL-NAME
               WHEN 54 MOVE 'EXTRACTSTAMP'   TO MASK-COL-NAME
               WHEN 55 MOVE 'SPLITSEQ'       TO MASK-COL-NAME
           END-EVALUATE.

       GET-MASK-COLUMN-VALUE.
               WHEN 46 MOVE ATTN-FIELD       TO MASK-COL-VALUE
               WHEN 47 MOVE UNDELIV-FLAG-OUT TO MASK-COL-VALUE
               WHEN 48 MOVE HH-KEY-OUT       TO MASK-COL-VALUE
               WHEN 49 MOVE RISK-CAT-OUT     TO MASK-COL-VALUE
               WHEN 50 MOVE CARE-OF-FIELD    TO MASK-COL-VALUE
               WHEN 51 MOVE ADDR-TYPE-OUT    TO MASK-COL-VALUE
               WHEN 52 MOVE EMAIL-FIELD      TO MASK-COL-VALUE
               WHEN 53 MOVE WS-RUN-ENTITY    TO MASK-COL-VALUE
               WHEN 54 MOVE WS-EXTRACT-STAMP TO MASK-COL-VALUE
               WHEN 55 MOVE TA-SPLIT-SEQ     TO MASK-COL-VALUE
           END-EVALUATE.

       *> 輸出/分流檔開檔後逐一過 FILE-ERROR-CHECK
           MOVE 'REJ-TOOLONG-FILE' TO FE-FILE-NAME
           MOVE FS-REJ-TOOLONG-FILE TO FE-STATUS
           PERFORM FILE-ERROR-CHECK
           MOVE 'REJ-ENTITY-FILE' TO FE-FILE-NAME
           MOVE FS-REJ-ENTITY-FILE TO FE-STATUS
           PERFORM FILE-ERROR-CHECK
           MOVE 'REJ-TWOADDR-FILE' TO FE-FILE-NAME
           MOVE FS-REJ-TWOADDR-FILE TO FE-STATUS
           PERFORM FILE-ERROR-CHECK
           MOVE 'GEOREQ-FILE' TO FE-FILE-NAME
           MOVE FS-GEOREQ-FILE TO FE-STATUS
           PERFORM FILE-ERROR-CHECK
           MOVE 'GEOWARN-FILE' TO FE-FILE-NAME
           MOVE FS-GEOWARN-FILE TO FE-STATUS
           PERFORM FILE-ERROR-CHECK
           MOVE 'RISKHIT-FILE' TO FE-FILE-NAME
           MOVE FS-RISKHIT-FILE TO FE-STATUS
           PERFORM FILE-ERROR-CHECK
           IF WS-MASK-MODE = 'Y'
               MOVE 'MASKED-FILE' TO FE-FILE-NAME
               MOVE FS-MASKED-FILE TO FE-STATUS
               CTL-TS-SALVAGED DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Chinese/English consistency checked     : "
               CTL-XLANG-CHECKED DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Chinese/English mismatches (to review)  : "
               CTL-XLANG-MISMATCH DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Phone/attn fragments extracted          : "
               CTL-CONTACT-EXTRACTED DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "E-mail addresses extracted              : "
               CTL-EMAIL-EXTRACTED DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Care-of/attention lines extracted       : "
               CTL-CAREOF-EXTRACTED DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Rows classified by address type         : "
               CTL-ATYPE-CLASSIFIED DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Rows split into mailing+physical records: "
               CTL-DUAL-SPLIT DELIMITED BY SIZE INTO SUMMARY-REC
               DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "High-risk address list hits             : "
               CTL-RISK-HITS DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Geo hierarchy inconsistencies           : "
               CTL-GEO-INCONSISTENT DELIMITED BY SIZE INTO SUMMARY-REC
               CTL-REJ-TOOLONG DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Rejects - other entity (run " WS-RUN-ENTITY
               ")      : "
               CTL-REJ-ENTITY DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Two-address rows split into two        : "
               CTL-TWOADDR-SPLIT DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Rejects - two addresses, not separable : "
               CTL-REJ-TWOADDR DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC

           MOVE SPACES TO SUMMARY-REC
           STRING "Delta mode - already in prior extract  : "
               CTL-DELTA-SKIPPED DELIMITED BY SIZE INTO SUMMARY-REC
               DELIMITED BY SIZE INTO COUNTERS-REC
           WRITE COUNTERS-REC
           MOVE SPACES TO COUNTERS-REC
           STRING "REJ_ENTITY=" CTL-REJ-ENTITY
               DELIMITED BY SIZE INTO COUNTERS-REC
           WRITE COUNTERS-REC
           MOVE SPACES TO COUNTERS-REC
           STRING "REJ_TWOADDR=" CTL-REJ-TWOADDR
               DELIMITED BY SIZE INTO COUNTERS-REC
           WRITE COUNTERS-REC
           MOVE SPACES TO COUNTERS-REC
           STRING "TWOADDR_SPLIT=" CTL-TWOADDR-SPLIT
               DELIMITED BY SIZE INTO COUNTERS-REC
           WRITE COUNTERS-REC
           MOVE SPACES TO COUNTERS-REC
           STRING "XLANG_MISMATCH=" CTL-XLANG-MISMATCH
               DELIMITED BY SIZE INTO COUNTERS-REC
           WRITE COUNTERS-REC
           MOVE SPACES TO COUNTERS-REC
           STRING "ENTITY=" WS-RUN-ENTITY
               DELIMITED BY SIZE INTO COUNTERS-REC
           WRITE COUNTERS-REC
           MOVE SPACES TO COUNTERS-REC
           STRING "FILL_CITY=" CTL-FILL-CITY
               DELIMITED BY SIZE INTO COUNTERS-REC
           WRITE COUNTERS-REC
       RECONCILE-ROW-COUNTS.
           COMPUTE WS-RECON-EXPECTED =
               CTL-REJ-TOOLONG + CTL-DELTA-SKIPPED + CTL-RESTART-SKIPPED
               + CTL-LAYOUT-SKIPPED + CTL-REJ-ENTITY
               + CTL-UNMATCH-COUNT + CTL-MATCH-COUNT - CTL-FUZZY-COUNT
               + CTL-REJ-TWOADDR - CTL-TWOADDR-SPLIT
           COMPUTE WS-RECON-DIFF = CTL-READ-COUNT - WS-RECON-EXPECTED

           MOVE SPACES TO SUMMARY-REC
               END-IF
           END-IF

           *> 別的法人的資料列混進來沒有容忍門檻，有一筆就警示
           IF CTL-REJ-ENTITY > 0
               MOVE SPACES TO ALERT-REC
               STRING "ALERT;REJ_ENTITY;" CTL-REJ-ENTITY
                   " rows of another entity quarantined (run entity "
                   WS-RUN-ENTITY ")"
                   DELIMITED BY SIZE INTO ALERT-REC
               WRITE ALERT-REC
               ADD 1 TO CTL-ALERT-COUNT
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           IF TH-MAX-ZIP-BAD-SET = 'Y'
              AND CTL-ZIP-BAD-FORMAT > TH-MAX-ZIP-BAD
               MOVE SPACES TO ALERT-REC
               END-READ
           END-PERFORM.

       *> 別的法人的資料列：原樣落到 reject_entity 檔隔離，不解析、
       *> 不進快取/輸出/覆核佇列；筆數進控制統計跟警示檔。
       GUARD-ENTITY-RECORD.
           ADD 1 TO CTL-REJ-ENTITY
           IF CTL-REJ-ENTITY <= 10
               DISPLAY "WARNING: input record " CTL-READ-COUNT
                   " belongs to entity "
                   FUNCTION TRIM(WS-ROW-ENTITY) " (run entity "
                   WS-RUN-ENTITY ") - quarantined, see reject_entity "
                   "file"
           END-IF
           MOVE IN-REC TO REJ-ENTITY-REC
           IF NOT DRY-RUN-MODE
               WRITE REJ-ENTITY-REC
           END-IF.

       PROCESS-RECORD.
           *> 這次跑到的資料列一律先存進今天的
           *> extract，供明天的增量執行當作「昨天的 extract」。
               END-IF
           END-PERFORM.

       *> 電子郵件：找第一個 @，往前收帳號字元（英數 . _ % + -）、
       *> 往後收網域字元（英數 . -），網域要有點、不可緊接 @ 就是
       *> 點才算；前面緊接的 E-MAIL / EMAIL 標記（含冒號）一併換成
       *> 空白，位址本身抽進 EMAIL-FIELD。
       EXTRACT-EMAIL.
           MOVE 0 TO CT-AT-POS
           PERFORM VARYING CT-SCAN FROM 2 BY 1
                   UNTIL CT-SCAN >= FUNCTION LENGTH(REMAINING)
                      OR CT-AT-POS > 0
               IF REMAINING(CT-SCAN:1) = '@'
                   MOVE CT-SCAN TO CT-AT-POS
               END-IF
           END-PERFORM
           IF CT-AT-POS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE CT-VAL-START = CT-AT-POS - 1
           PERFORM UNTIL CT-VAL-START < 1
               MOVE REMAINING(CT-VAL-START:1) TO CT-CHAR
               IF (CT-CHAR >= 'A' AND CT-CHAR <= 'Z')
                  OR (CT-CHAR >= 'a' AND CT-CHAR <= 'z')
                  OR (CT-CHAR >= '0' AND CT-CHAR <= '9')
                  OR CT-CHAR = '.' OR CT-CHAR = '_'
                  OR CT-CHAR = '%' OR CT-CHAR = '+' OR CT-CHAR = '-'
                   SUBTRACT 1 FROM CT-VAL-START
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO CT-VAL-START
           COMPUTE CT-VAL-END = CT-AT-POS + 1
           PERFORM UNTIL CT-VAL-END > FUNCTION LENGTH(REMAINING)
               MOVE REMAINING(CT-VAL-END:1) TO CT-CHAR
               IF (CT-CHAR >= 'A' AND CT-CHAR <= 'Z')
                  OR (CT-CHAR >= 'a' AND CT-CHAR <= 'z')
                  OR (CT-CHAR >= '0' AND CT-CHAR <= '9')
                  OR CT-CHAR = '.' OR CT-CHAR = '-'
                   ADD 1 TO CT-VAL-END
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM CT-VAL-END
           *> 句尾的點不算網域
           PERFORM UNTIL CT-VAL-END <= CT-AT-POS
              OR REMAINING(CT-VAL-END:1) NOT = '.'
               SUBTRACT 1 FROM CT-VAL-END
           END-PERFORM
           IF CT-VAL-START >= CT-AT-POS OR CT-VAL-END < CT-AT-POS + 3
               EXIT PARAGRAPH
           END-IF
           IF REMAINING(CT-AT-POS + 1:1) = '.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CT-DOT-SEEN
           PERFORM VARYING CT-SCAN FROM CT-AT-POS BY 1
                   UNTIL CT-SCAN > CT-VAL-END
               IF REMAINING(CT-SCAN:1) = '.'
                   MOVE 'Y' TO CT-DOT-SEEN
               END-IF
           END-PERFORM
           IF CT-DOT-SEEN = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE CT-VAL-LEN = CT-VAL-END - CT-VAL-START + 1
           IF CT-VAL-LEN > 80
               EXIT PARAGRAPH
           END-IF
           MOVE REMAINING(CT-VAL-START:CT-VAL-LEN) TO EMAIL-FIELD
           ADD 1 TO CTL-EMAIL-EXTRACTED
           MOVE SPACES TO REMAINING(CT-VAL-START:CT-VAL-LEN)
           *> 前面的 E-MAIL: / EMAIL: 標記
           MOVE FUNCTION UPPER-CASE(REMAINING) TO CT-UPPER
           MOVE CT-VAL-START TO CT-MARK-POS
           PERFORM UNTIL CT-MARK-POS <= 1
              OR (CT-UPPER(CT-MARK-POS - 1:1) NOT = SPACE
                  AND CT-UPPER(CT-MARK-POS - 1:1) NOT = ':')
               SUBTRACT 1 FROM CT-MARK-POS
           END-PERFORM
           IF CT-MARK-POS > 6
              AND CT-UPPER(CT-MARK-POS - 6:6) = 'E-MAIL'
               MOVE SPACES TO REMAINING(CT-MARK-POS - 6:
                   CT-VAL-START - CT-MARK-POS + 6)
           ELSE
               IF CT-MARK-POS > 5
                  AND CT-UPPER(CT-MARK-POS - 5:5) = 'EMAIL'
                   MOVE SPACES TO REMAINING(CT-MARK-POS - 5:
                       CT-VAL-START - CT-MARK-POS + 5)
               END-IF
           END-IF.

       *> 在 REMAINING 裡找 TEL / EXT / ATTN 標記（不分大小寫、
       *> 前面不可緊貼英文字母），把後面的內容抽進 PHONE-FIELD /
       *> ATTN-FIELD，原文整段換成空白。電話收 0-9 ( ) + - 和
       *> 空白；分機收數字接在電話後面；attn 收到下一個逗號為止。
       EXTRACT-CONTACT-INFO.
           *> 電子郵件先抽（位址裡可能含 TEL/EXT 字樣）
           PERFORM EXTRACT-EMAIL
           MOVE FUNCTION UPPER-CASE(REMAINING) TO CT-UPPER

           *> TEL
               END-IF
           END-IF.

       *> 轉交/收件人片段：英文的 C/O、CARE OF、ATTENTION（前面
       *> 不可緊貼英文字母）收到下一個逗號為止，存成「C/O 值」或
       *> 「ATTN: 值」；英文沒找到再找中文的「轉交」「代收」
       *> 「煩交」，往前收到逗號/空白或「樓」「號」「室」為止、
       *> 往後收到逗號/空白為止。ORIGINAL 裡找到的片段從
       *> REMAINING 換成空白；只出現在中文欄的照抄不動原文。
       *> 都沒有但 ATTN 欄有值時，收件人也印成轉交行。
       EXTRACT-CARE-OF.
           MOVE FUNCTION UPPER-CASE(REMAINING) TO CT-UPPER
           MOVE 0 TO CT-MARK-POS
           PERFORM VARYING CT-SCAN FROM 1 BY 1
                   UNTIL CT-SCAN > FUNCTION LENGTH(CT-UPPER) - 9
                      OR CT-MARK-POS > 0
               IF CT-SCAN = 1 OR NOT (CT-UPPER(CT-SCAN - 1:1)
                  >= 'A' AND CT-UPPER(CT-SCAN - 1:1) <= 'Z')
                   EVALUATE TRUE
                       WHEN CT-UPPER(CT-SCAN:3) = 'C/O'
                           MOVE CT-SCAN TO CT-MARK-POS
                           MOVE 3 TO CO-MARK-LEN
                           MOVE 'C/O' TO CO-PREFIX
                       WHEN CT-UPPER(CT-SCAN:7) = 'CARE OF'
                           MOVE CT-SCAN TO CT-MARK-POS
                           MOVE 7 TO CO-MARK-LEN
                           MOVE 'C/O' TO CO-PREFIX
                       WHEN CT-UPPER(CT-SCAN:9) = 'ATTENTION'
                           MOVE CT-SCAN TO CT-MARK-POS
                           MOVE 9 TO CO-MARK-LEN
                           MOVE 'ATTN:' TO CO-PREFIX
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF CT-MARK-POS > 0
               COMPUTE CT-VAL-START = CT-MARK-POS + CO-MARK-LEN
               PERFORM UNTIL CT-VAL-START >
                       FUNCTION LENGTH(REMAINING)
                  OR (REMAINING(CT-VAL-START:1) NOT = ':'
                      AND REMAINING(CT-VAL-START:1) NOT = '.'
                      AND REMAINING(CT-VAL-START:1) NOT = SPACE)
                   ADD 1 TO CT-VAL-START
               END-PERFORM
               MOVE CT-VAL-START TO CT-VAL-END
               PERFORM UNTIL CT-VAL-END > FUNCTION LENGTH(REMAINING)
                  OR REMAINING(CT-VAL-END:1) = ','
                   ADD 1 TO CT-VAL-END
               END-PERFORM
               SUBTRACT 1 FROM CT-VAL-END
               PERFORM UNTIL CT-VAL-END < CT-VAL-START
                  OR REMAINING(CT-VAL-END:1) NOT = SPACE
                   SUBTRACT 1 FROM CT-VAL-END
               END-PERFORM
               IF CT-VAL-END >= CT-VAL-START
                   COMPUTE CT-VAL-LEN = CT-VAL-END - CT-VAL-START + 1
                   MOVE SPACES TO CT-WORK
                   MOVE REMAINING(CT-VAL-START:CT-VAL-LEN) TO CT-WORK
                   STRING FUNCTION TRIM(CO-PREFIX) " "
                       FUNCTION TRIM(CT-WORK)
                       DELIMITED BY SIZE INTO CARE-OF-FIELD
                   ADD 1 TO CTL-CAREOF-EXTRACTED
                   COMPUTE CT-VAL-LEN = CT-VAL-END - CT-MARK-POS + 1
                   MOVE SPACES TO REMAINING(CT-MARK-POS:CT-VAL-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> 中文標記：先找 ORIGINAL（REMAINING），再找中文欄
           MOVE REMAINING TO CO-SRC
           PERFORM FIND-CJK-CARE-OF
           IF CT-MARK-POS > 0
               COMPUTE CT-VAL-LEN = CT-VAL-END - CT-VAL-START + 1
               MOVE SPACES TO CT-WORK
               MOVE CO-SRC(CT-VAL-START:CT-VAL-LEN) TO CT-WORK
               MOVE FUNCTION TRIM(CT-WORK) TO CARE-OF-FIELD
               ADD 1 TO CTL-CAREOF-EXTRACTED
               MOVE SPACES TO REMAINING(CT-VAL-START:CT-VAL-LEN)
               EXIT PARAGRAPH
           END-IF
           MOVE CHINESE TO CO-SRC
           PERFORM FIND-CJK-CARE-OF
           IF CT-MARK-POS > 0
               COMPUTE CT-VAL-LEN = CT-VAL-END - CT-VAL-START + 1
               MOVE SPACES TO CT-WORK
               MOVE CO-SRC(CT-VAL-START:CT-VAL-LEN) TO CT-WORK
               MOVE FUNCTION TRIM(CT-WORK) TO CARE-OF-FIELD
               ADD 1 TO CTL-CAREOF-EXTRACTED
               EXIT PARAGRAPH
           END-IF

           IF ATTN-FIELD NOT = SPACES
               STRING "ATTN: " FUNCTION TRIM(ATTN-FIELD)
                   DELIMITED BY SIZE INTO CARE-OF-FIELD
           END-IF.

       *> 在 CO-SRC 裡找中文轉交標記，找到時 CT-MARK-POS > 0，
       *> CT-VAL-START/CT-VAL-END 是整段片段的位置（UTF-8 一字
       *> 三個位元組，往回比對的三位元組窗只會在字界上對中）
       FIND-CJK-CARE-OF.
           MOVE 0 TO CT-MARK-POS
           PERFORM VARYING CT-SCAN FROM 1 BY 1
                   UNTIL CT-SCAN > FUNCTION LENGTH(CO-SRC) - 6
                      OR CT-MARK-POS > 0
               MOVE CO-SRC(CT-SCAN:6) TO CO-CJK-MARK
               IF CO-CJK-MARK = '轉交' OR CO-CJK-MARK = '代收'
                  OR CO-CJK-MARK = '煩交'
                   MOVE CT-SCAN TO CT-MARK-POS
               END-IF
           END-PERFORM
           IF CT-MARK-POS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CT-MARK-POS TO CT-VAL-START
           PERFORM UNTIL CT-VAL-START = 1
              OR CO-SRC(CT-VAL-START - 1:1) = ','
              OR CO-SRC(CT-VAL-START - 1:1) = SPACE
              OR (CT-VAL-START > 3
                  AND (CO-SRC(CT-VAL-START - 3:3) = '樓'
                    OR CO-SRC(CT-VAL-START - 3:3) = '號'
                    OR CO-SRC(CT-VAL-START - 3:3) = '室'
                    OR CO-SRC(CT-VAL-START - 3:3) = '，'))
               SUBTRACT 1 FROM CT-VAL-START
           END-PERFORM
           COMPUTE CT-VAL-END = CT-MARK-POS + 6
           PERFORM UNTIL CT-VAL-END > FUNCTION LENGTH(CO-SRC)
              OR CO-SRC(CT-VAL-END:1) = ','
              OR CO-SRC(CT-VAL-END:1) = SPACE
               ADD 1 TO CT-VAL-END
           END-PERFORM
           SUBTRACT 1 FROM CT-VAL-END.

       PROCESS-RECORD-DETAIL.
           MOVE 'N' TO HAS-MATCH
           MOVE SPACES TO RM F ALY LN_LANE SEC STREET_ST AVENUE_AVE
               LOCATION1 LOCATION2 LOCATION3 LOCATION4 LOCATION5
               LOCATION6 COUNTRY BUILDING NUMBER-FILED BOX-NO
               OTHER-FIELD CHINESE ORIGINAL CONCAT ACCOUNT-ID LANDMARK
           MOVE SPACES TO PHONE-FIELD ATTN-FIELD CARE-OF-FIELD
               EMAIL-FIELD

           *> 先把雙引號包住的欄位攤平，讓引號內的
           *> 逗號/分號不會被當成分隔符號。

           *> 第三欄（ACCOUNT-ID）是選擇性的客戶/帳號識別代碼，
           *> 舊格式資料列沒有這一欄時 UNSTRING 就讓它維持上面
           *> 重置好的空白；第四欄是選擇性的法人代碼，空白就是
           *> 本次執行的法人。有指定來源欄位配置時改依配置對欄位。
           IF WS-LAYOUT-ACTIVE = 'Y'
               PERFORM APPLY-INPUT-LAYOUT
               IF WS-LAYOUT-ROW-SKIP = 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-ROW-ENTITY
               UNSTRING NORM-CSV-OUT DELIMITED BY ';'
                   INTO CHINESE, ORIGINAL, ACCOUNT-ID, WS-ROW-ENTITY
           END-IF
           IF FUNCTION TRIM(WS-ROW-ENTITY) NOT = SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-ENTITY))
                  NOT = WS-RUN-ENTITY
               PERFORM GUARD-ENTITY-RECORD
               EXIT PARAGRAPH
           END-IF
           INSPECT CHINESE REPLACING ALL WS-CSV-SEMI-PH BY ';'
           INSPECT CHINESE REPLACING ALL WS-CSV-COMMA-PH BY ','
           MOVE ORIGINAL TO REMAINING
           INSPECT ORIGINAL REPLACING ALL WS-CSV-COMMA-PH BY ','

           *> 一列帶了兩個地址：拆得乾淨就拆成兩筆各自解析，
           *> 拆不乾淨就整列隔離，都不再往下走單一地址的流程。
           PERFORM DETECT-TWO-ADDRESSES
           IF TA-REJECT
               PERFORM REJECT-TWO-ADDRESS-ROW
               EXIT PARAGRAPH
           END-IF
           IF TA-SPLIT
               PERFORM SPLIT-TWO-ADDRESS-ROW
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-ADDRESS-TEXT.

       *> ORIGINAL/REMAINING 已經就位之後的整套解析：快取、覆寫表、
       *> 地標/聯絡資訊抽取、拆段比對，最後輸出或分流到 unmatched。
       *> 一列兩址拆出來的每一半也是各自走一次這裡。
       PARSE-ADDRESS-TEXT.
           *> 解析快取：同一筆（Chinese;Original）上一輪解析過、
           *> 參照檔又沒變，直接輸出上一輪的解析結果，整個
           *> 關鍵字/地名掃描都省掉。一列兩址拆出來的半列要帶
           *> 自己的 RecType/SplitSeq 輸出，不走快取。
           IF CACHE-COUNT > 0 AND TA-SPLIT-ACTIVE = 'N'
               PERFORM CHECK-PARSE-CACHE
               IF CACHE-FOUND-IDX > 0
                   ADD 1 TO CTL-CACHE-HITS

           *> 電話/分機/聯絡人片段抽出來，不讓它們污染地址段落
           PERFORM EXTRACT-CONTACT-INFO
           PERFORM EXTRACT-CARE-OF

           *> 以逗號拆段落
           MOVE 1 TO PTR
           IF HAS-MATCH = 'Y'
               PERFORM COMPLETE-MATCHED-RECORD
           ELSE
               IF TA-SPLIT-ACTIVE = 'Y'
                   PERFORM REJECT-TWO-ADDRESS-HALF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CTL-UNMATCH-COUNT
               MOVE IN-REC TO UNMATCH-REC
               *> UNMATCH-FILE 一定要真的寫，即使是 dry run 也一樣，
               END-IF
           END-IF.

       *> 一列帶了兩個獨立地址（分行抽檔常見，像
       *> "NO 5 XX RD TAIPEI / 12F NO 88 YY ST KAOHSIUNG" 或
       *> "Home: ... Office: ..."）。兩個用途標籤、或用 " / "、
       *> " OR " 隔開而且至少兩段各自有門牌數字加城市/郵遞區號，
       *> 就當成兩個地址：剛好兩段而且兩段都不空就標 TA-SPLIT
       *> （有沒有標籤都拆）；三段以上、三個以上標籤、第一個標籤
       *> 前面還有文字、或拆完有一段是空的，標 TA-REJECT；其餘
       *> 照單一地址處理。
       DETECT-TWO-ADDRESSES.
           SET TA-SINGLE TO TRUE
           IF REMAINING = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(REMAINING) TO TA-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TA-UPPER TRAILING))
               TO TA-LEN

           *> 用途標籤：要出現在字首，或前面是空白/逗號/斜線
           MOVE 0 TO TA-LBL-COUNT
           MOVE 1 TO TA-SCAN
           PERFORM UNTIL TA-SCAN > TA-LEN
               MOVE 0 TO TA-HIT-IDX
               IF TA-SCAN = 1
                  OR TA-UPPER(TA-SCAN - 1:1) = SPACE
                  OR TA-UPPER(TA-SCAN - 1:1) = ','
                  OR TA-UPPER(TA-SCAN - 1:1) = '/'
                   PERFORM FIND-TWO-ADDRESS-LABEL
               END-IF
               IF TA-HIT-IDX > 0
                   ADD 1 TO TA-LBL-COUNT
                   IF TA-LBL-COUNT <= 2
                       MOVE TA-SCAN TO TA-LBL-POS(TA-LBL-COUNT)
                   END-IF
                   ADD TA-KEY-LEN TO TA-SCAN
               ELSE
                   ADD 1 TO TA-SCAN
               END-IF
           END-PERFORM

           IF TA-LBL-COUNT > 2
               SET TA-REJECT TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TA-LBL-COUNT = 2
               IF TA-LBL-POS(1) > 1
                  AND REMAINING(1:TA-LBL-POS(1) - 1) NOT = SPACES
                   SET TA-REJECT TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO TA-PARTS
               MOVE REMAINING(TA-LBL-POS(1):
                   TA-LBL-POS(2) - TA-LBL-POS(1)) TO TA-PART(1)
               MOVE REMAINING(TA-LBL-POS(2):
                   TA-LEN - TA-LBL-POS(2) + 1) TO TA-PART(2)
               MOVE 2 TO TA-PART-COUNT
               PERFORM FINISH-TWO-ADDRESS-SPLIT
               EXIT PARAGRAPH
           END-IF

           *> 分隔字：" / " 跟單字 " OR "，把整列切成幾段
           MOVE SPACES TO TA-PARTS
           MOVE 0 TO TA-PART-COUNT
           MOVE 1 TO TA-PART-START
           MOVE 1 TO TA-SCAN
           PERFORM UNTIL TA-SCAN > TA-LEN
               MOVE 0 TO TA-SEP-LEN
               IF TA-SCAN + 3 <= TA-LEN
                  AND TA-UPPER(TA-SCAN:3) = ' / '
                   MOVE 3 TO TA-SEP-LEN
               END-IF
               IF TA-SCAN + 4 <= TA-LEN
                  AND TA-UPPER(TA-SCAN:4) = ' OR '
                   MOVE 4 TO TA-SEP-LEN
               END-IF
               IF TA-SEP-LEN > 0
                   PERFORM ADD-TWO-ADDRESS-PART
                   ADD TA-SEP-LEN TO TA-SCAN
                   MOVE TA-SCAN TO TA-PART-START
               ELSE
                   ADD 1 TO TA-SCAN
               END-IF
           END-PERFORM
           IF TA-PART-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TA-LEN TO TA-SCAN
           ADD 1 TO TA-SCAN
           PERFORM ADD-TWO-ADDRESS-PART

           *> 各段自己像不像一個完整地址（門牌數字 + 城市/郵遞區號）；
           *> 不到兩段像，分隔字就只是地址裡的一般文字（像美國
           *> "PORTLAND OR 97201" 的州別 OR）
           MOVE 0 TO TA-GEO-PARTS
           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > TA-PART-COUNT OR TA-IDX > 9
               MOVE TA-PART(TA-IDX) TO TA-WORK
               PERFORM CHECK-PART-IS-ADDRESS
               IF TA-HAS-GEO = 'Y' AND TA-HAS-NUMBER = 'Y'
                   ADD 1 TO TA-GEO-PARTS
               END-IF
           END-PERFORM
           IF TA-GEO-PARTS < 2
               EXIT PARAGRAPH
           END-IF
           IF TA-PART-COUNT NOT = 2
               SET TA-REJECT TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM FINISH-TWO-ADDRESS-SPLIT.

       *> TA-UPPER 的 TA-SCAN 位置是不是標籤表上的某個標籤；
       *> 對到的話 TA-HIT-IDX 指向標籤、TA-KEY-LEN 是標籤長度。
       FIND-TWO-ADDRESS-LABEL.
           MOVE 0 TO TA-HIT-IDX
           PERFORM VARYING TA-IDX FROM 1 BY 1
                   UNTIL TA-IDX > TA-LABEL-MAX OR TA-HIT-IDX > 0
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   TA-LABEL-TEXT(TA-IDX))) TO TA-KEY-LEN
               IF TA-SCAN + TA-KEY-LEN - 1 <= TA-LEN
                  AND TA-UPPER(TA-SCAN:TA-KEY-LEN) =
                      TA-LABEL-TEXT(TA-IDX)(1:TA-KEY-LEN)
                   MOVE TA-IDX TO TA-HIT-IDX
               END-IF
           END-PERFORM.

       *> 把 TA-PART-START 到 TA-SCAN 前一個位置的文字收成一段；
       *> 超過 9 段只計數不收，反正一定是拆不乾淨。
       ADD-TWO-ADDRESS-PART.
           ADD 1 TO TA-PART-COUNT
           IF TA-PART-COUNT <= 9 AND TA-SCAN > TA-PART-START
               MOVE REMAINING(TA-PART-START:TA-SCAN - TA-PART-START)
                   TO TA-PART(TA-PART-COUNT)
           END-IF.

       *> TA-WORK 這一段逐字詞看：全數字 5-6 碼算郵遞區號，其他
       *> 含數字的字詞算門牌；單字或相鄰兩字查得到城市表也算有
       *> 地名。結果放在 TA-HAS-GEO / TA-HAS-NUMBER。
       CHECK-PART-IS-ADDRESS.
           MOVE 'N' TO TA-HAS-GEO
           MOVE 'N' TO TA-HAS-NUMBER
           MOVE FUNCTION UPPER-CASE(TA-WORK) TO TA-WORK
           INSPECT TA-WORK REPLACING ALL ',' BY SPACE
           INSPECT TA-WORK REPLACING ALL WS-CSV-COMMA-PH BY SPACE
           IF TA-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TA-WORK TRAILING))
               TO TA-WORK-LEN
           MOVE SPACES TO TA-PREV-TOKEN
           MOVE 1 TO TA-TOKEN-PTR
           PERFORM UNTIL TA-TOKEN-PTR > TA-WORK-LEN
               MOVE SPACES TO TA-TOKEN
               MOVE 0 TO TA-TOKEN-LEN
               UNSTRING TA-WORK DELIMITED BY ALL SPACE
                   INTO TA-TOKEN COUNT IN TA-TOKEN-LEN
                   WITH POINTER TA-TOKEN-PTR
               END-UNSTRING
               IF TA-TOKEN NOT = SPACES
                   PERFORM CHECK-TWO-ADDRESS-TOKEN
                   MOVE TA-TOKEN TO TA-PREV-TOKEN
               END-IF
           END-PERFORM.

       CHECK-TWO-ADDRESS-TOKEN.
           MOVE 0 TO TA-DIGITS
           INSPECT TA-TOKEN TALLYING TA-DIGITS FOR ALL '0' ALL '1'
               ALL '2' ALL '3' ALL '4' ALL '5' ALL '6' ALL '7'
               ALL '8' ALL '9'
           IF TA-DIGITS > 0
               IF TA-DIGITS = TA-TOKEN-LEN
                  AND (TA-TOKEN-LEN = 5 OR TA-TOKEN-LEN = 6)
                   MOVE 'Y' TO TA-HAS-GEO
               ELSE
                   MOVE 'Y' TO TA-HAS-NUMBER
               END-IF
           END-IF
           IF TA-HAS-GEO = 'N'
               MOVE TA-TOKEN TO BIN-LOOKUP-KEY
               PERFORM CITY-BINARY-LOOKUP
               IF BIN-FOUND-IDX > 0
                   MOVE 'Y' TO TA-HAS-GEO
               END-IF
           END-IF
           IF TA-HAS-GEO = 'N' AND TA-PREV-TOKEN NOT = SPACES
               MOVE SPACES TO BIN-LOOKUP-KEY
               STRING FUNCTION TRIM(TA-PREV-TOKEN) " "
                   FUNCTION TRIM(TA-TOKEN)
                   DELIMITED BY SIZE INTO BIN-LOOKUP-KEY
               PERFORM CITY-BINARY-LOOKUP
               IF BIN-FOUND-IDX > 0
                   MOVE 'Y' TO TA-HAS-GEO
               END-IF
           END-IF.

       *> 兩段都抓出來之後：各段開頭的用途標籤拿掉並記下對應的
       *> RecType，尾巴殘留的逗號/斜線清掉；有一段變成空的就改判
       *> 拆不乾淨。沒標籤的一段照一般資料列決定 RecType；兩段
       *> 撞同一把主檔鍵（帳號 + 用途）的由 ADDRMAST 看 SplitSeq
       *> 把第二段改送覆核佇列，這裡不擋。
       FINISH-TWO-ADDRESS-SPLIT.
           PERFORM VARYING TA-HALF-NO FROM 1 BY 1 UNTIL TA-HALF-NO > 2
               MOVE SPACE TO TA-HALF-ROLE(TA-HALF-NO)
               MOVE TA-PART(TA-HALF-NO) TO TA-WORK
               PERFORM STRIP-TWO-ADDRESS-LABEL
               MOVE TA-WORK TO TA-PART(TA-HALF-NO)
           END-PERFORM
           IF TA-PART(1) = SPACES OR TA-PART(2) = SPACES
               SET TA-REJECT TO TRUE
           ELSE
               SET TA-SPLIT TO TRUE
           END-IF.

       STRIP-TWO-ADDRESS-LABEL.
           IF TA-WORK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(TA-WORK) TO TA-WORK
           MOVE FUNCTION UPPER-CASE(TA-WORK) TO TA-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TA-UPPER TRAILING))
               TO TA-LEN
           MOVE 1 TO TA-SCAN
           PERFORM FIND-TWO-ADDRESS-LABEL
           IF TA-HIT-IDX > 0
               MOVE TA-LABEL-ROLE(TA-HIT-IDX)
                   TO TA-HALF-ROLE(TA-HALF-NO)
               MOVE TA-WORK(TA-KEY-LEN + 1:) TO TA-UPPER
               MOVE FUNCTION TRIM(TA-UPPER) TO TA-WORK
           END-IF
           PERFORM UNTIL TA-WORK = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(TA-WORK TRAILING))
                   TO TA-WORK-LEN
               IF TA-WORK(TA-WORK-LEN:1) NOT = ','
                  AND TA-WORK(TA-WORK-LEN:1) NOT = '/'
                  AND TA-WORK(TA-WORK-LEN:1) NOT = WS-CSV-COMMA-PH
                   EXIT PERFORM
               END-IF
               MOVE SPACE TO TA-WORK(TA-WORK-LEN:1)
           END-PERFORM.

       *> 拆得乾淨的兩址列：每一半當成一筆獨立資料列重新解析，
       *> 兩段都帶原列的帳號跟 SplitSeq 1/2；有標籤的用標籤對應
       *> 的 RecType（P/B/M）分開主檔裡的用途，沒標籤的照一般
       *> 資料列處理；中文欄只對得上整列、對不上任一半，拆開後
       *> 不帶。
       SPLIT-TWO-ADDRESS-ROW.
           ADD 1 TO CTL-TWOADDR-SPLIT
           MOVE ACCOUNT-ID TO TA-BASE-ACCOUNT
           MOVE 'Y' TO TA-SPLIT-ACTIVE
           PERFORM VARYING TA-HALF-NO FROM 1 BY 1 UNTIL TA-HALF-NO > 2
               MOVE 'N' TO HAS-MATCH
               MOVE SPACES TO RM F ALY LN_LANE SEC STREET_ST
                   AVENUE_AVE WAY BOULEVARD_BLVD ROAD_RD DRIVE_DR TOWN
                   DISTRICT CITY STATE PROVINCE COUNTY ZIP NUMBER-FILED
                   LOCATION1 LOCATION2 LOCATION3 LOCATION4 LOCATION5
                   LOCATION6 COUNTRY BUILDING BOX-NO
                   OTHER-FIELD CHINESE ORIGINAL CONCAT ACCOUNT-ID
                   LANDMARK
               MOVE SPACES TO PHONE-FIELD ATTN-FIELD CARE-OF-FIELD
                   EMAIL-FIELD
               MOVE SPACES TO RULE-CODES-OUT
               MOVE SPACE TO DELIV-CODE
               MOVE 'N' TO XL-MISMATCH-SW
               MOVE TA-BASE-ACCOUNT TO ACCOUNT-ID
               MOVE TA-PART(TA-HALF-NO) TO REMAINING
               MOVE TA-PART(TA-HALF-NO) TO ORIGINAL
               INSPECT ORIGINAL REPLACING ALL WS-CSV-COMMA-PH BY ','
               MOVE TA-HALF-ROLE(TA-HALF-NO) TO TA-SPLIT-RECTYPE
               MOVE TA-HALF-NO TO TA-SPLIT-SEQ

               MOVE "TWOADDR" TO TRACE-FIELD-NAME
               MOVE SPACES TO TRACE-MATCH-SRC
               STRING "split part " TA-HALF-NO " rectype "
                   TA-SPLIT-RECTYPE
                   DELIMITED BY SIZE INTO TRACE-MATCH-SRC
               MOVE ORIGINAL TO TRACE-VALUE
               PERFORM WRITE-TRACE-LINE

               PERFORM PARSE-ADDRESS-TEXT
           END-PERFORM
           MOVE 'N' TO TA-SPLIT-ACTIVE
           MOVE SPACE TO TA-SPLIT-RECTYPE
           MOVE SPACE TO TA-SPLIT-SEQ.

       *> 看得出是兩個地址、卻拆不乾淨的資料列：原樣落到
       *> reject_twoaddr 檔等人工拆，不解析、不進輸出/覆核佇列。
       REJECT-TWO-ADDRESS-ROW.
           ADD 1 TO CTL-REJ-TWOADDR
           IF CTL-REJ-TWOADDR <= 10
               DISPLAY "WARNING: input record " CTL-READ-COUNT
                   " carries more than one address and cannot be "
                   "split safely - see reject_twoaddr file"
           END-IF
           MOVE IN-REC TO REJ-TWOADDR-REC
           IF NOT DRY-RUN-MODE
               WRITE REJ-TWOADDR-REC
           END-IF.

       *> 拆開後有一半什麼都比不到：這一半不寫 UNMATCH 檔（第二輪
       *> 模糊比對讀回來的是整列，會又變回兩址），改用
       *> 「;這一半;帳號」的格式落到 reject_twoaddr 檔。
       REJECT-TWO-ADDRESS-HALF.
           ADD 1 TO CTL-REJ-TWOADDR
           MOVE SPACES TO REJ-TWOADDR-REC
           STRING ";" FUNCTION TRIM(ORIGINAL) ";"
               FUNCTION TRIM(ACCOUNT-ID)
               DELIMITED BY SIZE INTO REJ-TWOADDR-REC
           IF NOT DRY-RUN-MODE
               WRITE REJ-TWOADDR-REC
           END-IF.

       *> 比對成功那一側的共同收尾：統計計數、郵遞區號格式檢查、
       *> 重複地址偵測、輸出記錄。一般比對流程跟常設覆寫都走這裡。
       COMPLETE-MATCHED-RECORD.
           IF RULE-COUNT > 0
               PERFORM EVALUATE-FIELD-RULES
           END-IF
           PERFORM CHECK-XLANG-CONSISTENCY
           MOVE SPACE TO DELIV-CODE
           IF SDX-OPEN = 'Y'
               PERFORM CHECK-STREET-DELIVERABILITY
           END-IF
           PERFORM SCREEN-ADDRESS-RISK
           PERFORM CLASSIFY-ADDRESS-TYPE
           IF NOT LOOKUP-MODE
               PERFORM NOTE-DUPLICATE-KEY
           END-IF
           PERFORM OUTPUT-COLUMN.

       *> 街道投遞檢查：街道值取 STREET_ST，沒有才退 ROAD_RD、
       *> AVENUE_AVE；街道空白、或城市跟郵遞區號都空白就不給碼。
       CHECK-STREET-DELIVERABILITY.
           MOVE SPACES TO DELIV-STREET-VALUE
           IF STREET_ST NOT = SPACES
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
                   ADD 1 TO CTL-DELIV-D
               WHEN SDX-AREA-SEEN = 'Y'
                   MOVE 'U' TO DELIV-CODE
                   ADD 1 TO CTL-DELIV-U
               WHEN OTHER
                   ADD 1 TO CTL-DELIV-X
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

       *> 高風險地址篩檢：名單上每一條的郵遞區號/街道/門牌有填
       *> 的都要相符（不分大小寫）才算命中，取第一條命中的類別；
       *> 命中寫一行當日報表「帳號;類別;郵遞區號;街道;門牌;原始地址」
       SCREEN-ADDRESS-RISK.
           MOVE SPACES TO RISK-CAT-OUT
           IF RISK-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RISK-STREET-VALUE
           IF STREET_ST NOT = SPACES
               MOVE STREET_ST TO RISK-STREET-VALUE
           ELSE
               IF ROAD_RD NOT = SPACES
                   MOVE ROAD_RD TO RISK-STREET-VALUE
               ELSE
                   MOVE AVENUE_AVE TO RISK-STREET-VALUE
               END-IF
           END-IF

           MOVE 0 TO RISK-FOUND-IDX
           PERFORM VARYING RISK-IDX FROM 1 BY 1
                   UNTIL RISK-IDX > RISK-COUNT OR RISK-FOUND-IDX > 0
               IF (RK-ZIP(RISK-IDX) = SPACES
                   OR FUNCTION TRIM(RK-ZIP(RISK-IDX)) =
                      FUNCTION TRIM(ZIP))
                  AND (RK-STREET(RISK-IDX) = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                      RK-STREET(RISK-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                      RISK-STREET-VALUE)))
                  AND (RK-NO(RISK-IDX) = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                      RK-NO(RISK-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                      NUMBER-FILED)))
                   MOVE RISK-IDX TO RISK-FOUND-IDX
               END-IF
           END-PERFORM
           IF RISK-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               RK-CATEGORY(RISK-FOUND-IDX))) TO RISK-CAT-OUT
           ADD 1 TO CTL-RISK-HITS
           MOVE SPACES TO RISKHIT-REC
           STRING FUNCTION TRIM(ACCOUNT-ID) ";"
               FUNCTION TRIM(RISK-CAT-OUT) ";"
               FUNCTION TRIM(ZIP) ";"
               FUNCTION TRIM(RISK-STREET-VALUE) ";"
               FUNCTION TRIM(NUMBER-FILED) ";"
               FUNCTION TRIM(IN-REC)
               DELIMITED BY SIZE INTO RISKHIT-REC
           IF NOT DRY-RUN-MODE
               WRITE RISKHIT-REC
           END-IF.

       *> 地址類型分類：關鍵字逐條比，命中的類型取優先序最高
       *> 的一類（MIL > GOV > INS > COM > RES）
       CLASSIFY-ADDRESS-TYPE.
           MOVE SPACES TO ADDR-TYPE-OUT
           IF ATYPE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AT-TEXT
           STRING BUILDING " " LOCATION1 " " LOCATION2 " "
               LOCATION3 " " LOCATION4 " " LOCATION5 " "
               LOCATION6 " " LANDMARK " " OTHER-FIELD
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
                       MOVE AT-CODE(ATYPE-IDX) TO ADDR-TYPE-OUT
                   END-IF
               END-IF
           END-PERFORM
           IF ADDR-TYPE-OUT NOT = SPACES
               ADD 1 TO CTL-ATYPE-CLASSIFIED
           END-IF.

       *> 關鍵字檔一行「類型|關鍵字」：類型只收 RES/COM/INS/GOV/
       *> MIL，關鍵字轉大寫存（比對時文字也轉大寫）
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
               DISPLAY "WARNING: address type entry ignored "
                   "(type must be RES/COM/INS/GOV/MIL, keyword "
                   "1-60 chars) - " FUNCTION TRIM(ATYPE-REC)
               EXIT PARAGRAPH
           END-IF
           IF ATYPE-COUNT >= 2000
               DISPLAY "WARNING: address type file exceeds 2000 "
                   "entries - rest ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ATYPE-COUNT
           MOVE AT-REC-CODE TO AT-CODE(ATYPE-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AT-REC-KEYWORD))
               TO AT-KEYWORD(ATYPE-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AT-REC-KEYWORD))
               TO AT-KW-LEN(ATYPE-COUNT).

       *> 逐條評估跨欄位規則：條件欄位有值時，REQUIRES 要求清單
       *> 欄位至少一個有值、CONFLICTS 要求清單欄位全部空白，
       *> 不滿足就命中；命中的代碼逗號串接進 RULE-CODES-OUT。
               END-IF
           END-IF.

       *> 中英文一致性：中文欄依「市/縣」「區/鄉/鎮」「路/街」字尾
       *> 切出城市/行政區/路名，轉拼音後跟英文解析出來的 CITY /
       *> DISTRICT / ROAD_RD（沒有退 STREET_ST）比對，拼法不同但
       *> 是同一個地方的靠 xlang_equiv.txt 認。任一邊空白、英文欄
       *> 本身是中文（英文沒給、由中文欄補上的）、或有拼音表查不
       *> 到的字就不判。對不起來的欄位代碼 XLANG-CITY / XLANG-DIST
       *> / XLANG-ROAD 併進 RULE-CODES-OUT，整列另外送人工覆核。
       CHECK-XLANG-CONSISTENCY.
           MOVE 'N' TO XL-MISMATCH-SW
           IF WS-XLANG-CHECK NOT = 'Y'
              OR FUNCTION TRIM(CHINESE) = SPACES
              OR FUNCTION TRIM(ORIGINAL) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-CHINESE-PARTS
           IF XL-ZH-CITY = SPACES AND XL-ZH-DIST = SPACES
              AND XL-ZH-ROAD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-XLANG-CHECKED

           MOVE XL-ZH-CITY TO XL-ZH-VALUE
           MOVE CITY TO XL-EN-VALUE
           MOVE 'XLANG-CITY' TO XL-FIELD-CODE
           PERFORM COMPARE-XLANG-FIELD

           MOVE XL-ZH-DIST TO XL-ZH-VALUE
           MOVE DISTRICT TO XL-EN-VALUE
           MOVE 'XLANG-DIST' TO XL-FIELD-CODE
           PERFORM COMPARE-XLANG-FIELD

           MOVE XL-ZH-ROAD TO XL-ZH-VALUE
           IF ROAD_RD NOT = SPACES
               MOVE ROAD_RD TO XL-EN-VALUE
           ELSE
               MOVE STREET_ST TO XL-EN-VALUE
           END-IF
           MOVE 'XLANG-ROAD' TO XL-FIELD-CODE
           PERFORM COMPARE-XLANG-FIELD

           IF XL-MISMATCH-SW = 'Y'
               ADD 1 TO CTL-XLANG-MISMATCH
               IF CTL-XLANG-MISMATCH <= 10
                   DISPLAY "WARNING: Chinese/English address mismatch "
                       "(" FUNCTION TRIM(RULE-CODES-OUT) ") - row "
                       CTL-READ-COUNT " account "
                       FUNCTION TRIM(ACCOUNT-ID)
               END-IF
           END-IF.

       *> 中文欄先轉繁體（簡繁對照表），再逐字元掃：遇到市/縣、
       *> 區/鄉/鎮、路/街就把前面累積的字當成該層的名稱；ASCII
       *> （郵遞區號、門牌、逗號）跟「省」把累積清掉，國名
       *> （臺灣/中華民國…）不算進城市名。路名只取第一條，尾巴的
       *> 東西南北拿掉（英文那邊的 N./S./E./W. 也會拿掉）。
       EXTRACT-CHINESE-PARTS.
           MOVE SPACES TO XL-ZH-CITY XL-ZH-DIST XL-ZH-ROAD
           PERFORM RESET-XLANG-TOKEN
           MOVE FUNCTION TRIM(CHINESE) TO NS-TEXT
           IF TS-COUNT > 0
               PERFORM NORMALIZE-SCRIPT
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NS-TEXT TRAILING))
               TO XL-LEN
           MOVE 1 TO XL-SCAN
           PERFORM UNTIL XL-SCAN > XL-LEN OR XL-ZH-ROAD NOT = SPACES
               EVALUATE TRUE
                   WHEN NS-TEXT(XL-SCAN:1) < X'80'
                       MOVE 1 TO XL-WIDTH
                   WHEN NS-TEXT(XL-SCAN:1) >= X'F0'
                       MOVE 4 TO XL-WIDTH
                   WHEN NS-TEXT(XL-SCAN:1) >= X'E0'
                       MOVE 3 TO XL-WIDTH
                   WHEN NS-TEXT(XL-SCAN:1) >= X'C0'
                       MOVE 2 TO XL-WIDTH
                   WHEN OTHER
                       MOVE 1 TO XL-WIDTH
               END-EVALUATE
               IF XL-SCAN + XL-WIDTH - 1 > XL-LEN
                   COMPUTE XL-WIDTH = XL-LEN - XL-SCAN + 1
               END-IF
               MOVE SPACES TO XL-CHAR
               MOVE NS-TEXT(XL-SCAN:XL-WIDTH) TO XL-CHAR
               EVALUATE TRUE
                   WHEN XL-WIDTH = 1
                   WHEN XL-CHAR = '，'
                   WHEN XL-CHAR = '省'
                       PERFORM RESET-XLANG-TOKEN
                   WHEN XL-CHAR = '市'
                   WHEN XL-CHAR = '縣'
                   WHEN XL-CHAR = '县'
                       IF XL-ZH-CITY = SPACES
                           MOVE XL-TOKEN TO XL-ZH-CITY
                       END-IF
                       PERFORM RESET-XLANG-TOKEN
                   WHEN XL-CHAR = '區'
                   WHEN XL-CHAR = '区'
                   WHEN XL-CHAR = '鄉'
                   WHEN XL-CHAR = '乡'
                   WHEN XL-CHAR = '鎮'
                   WHEN XL-CHAR = '镇'
                       IF XL-ZH-DIST = SPACES
                           MOVE XL-TOKEN TO XL-ZH-DIST
                       END-IF
                       PERFORM RESET-XLANG-TOKEN
                   WHEN XL-CHAR = '路'
                   WHEN XL-CHAR = '街'
                       MOVE XL-TOKEN TO XL-ZH-ROAD
                       PERFORM RESET-XLANG-TOKEN
                   WHEN OTHER
                       IF XL-TOK-PTR + XL-WIDTH <= 51
                           STRING XL-CHAR(1:XL-WIDTH)
                               DELIMITED BY SIZE INTO XL-TOKEN
                               WITH POINTER XL-TOK-PTR
                           END-STRING
                       END-IF
                       IF XL-TOKEN = '臺灣'
                          OR XL-TOKEN = '台灣'
                          OR XL-TOKEN = '台湾'
                          OR XL-TOKEN = '中華民國'
                          OR XL-TOKEN = '中國'
                          OR XL-TOKEN = '中国'
                           PERFORM RESET-XLANG-TOKEN
                       END-IF
               END-EVALUATE
               ADD XL-WIDTH TO XL-SCAN
           END-PERFORM

           MOVE FUNCTION LENGTH(FUNCTION TRIM(XL-ZH-ROAD TRAILING))
               TO XL-LEN
           IF XL-ZH-ROAD NOT = SPACES AND XL-LEN > 3
               IF XL-ZH-ROAD(XL-LEN - 2:3) = '東'
                  OR XL-ZH-ROAD(XL-LEN - 2:3) = '西'
                  OR XL-ZH-ROAD(XL-LEN - 2:3) = '南'
                  OR XL-ZH-ROAD(XL-LEN - 2:3) = '北'
                   MOVE SPACES TO XL-ZH-ROAD(XL-LEN - 2:3)
               END-IF
           END-IF.

       RESET-XLANG-TOKEN.
           MOVE SPACES TO XL-TOKEN
           MOVE 1 TO XL-TOK-PTR.

       *> 比一個欄位：中文轉拼音（不動拼音查不到的統計）、兩邊
       *> 都壓成比對鍵，相同或對照檔上有這一對就算一致
       COMPARE-XLANG-FIELD.
           IF XL-ZH-VALUE = SPACES OR XL-EN-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO XL-CJK-SW
           PERFORM VARYING XL-SCAN FROM 1 BY 1
                   UNTIL XL-SCAN > 200 OR XL-CJK-SW = 'Y'
               IF XL-EN-VALUE(XL-SCAN:1) >= X'80'
                   MOVE 'Y' TO XL-CJK-SW
               END-IF
           END-PERFORM
           IF XL-CJK-SW = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE CTL-PY-UNMAPPED TO XL-PY-SAVE
           MOVE XL-ZH-VALUE TO ROMANIZE-SRC
           PERFORM ROMANIZE-FIELD
           MOVE XL-PY-SAVE TO CTL-PY-UNMAPPED
           MOVE 0 TO XL-UNMAPPED
           INSPECT ROMANIZE-OUT TALLYING XL-UNMAPPED FOR ALL '?'
           IF ROMANIZE-OUT = SPACES OR XL-UNMAPPED > 0
               EXIT PARAGRAPH
           END-IF

           MOVE ROMANIZE-OUT TO XL-SQ-IN
           PERFORM SQUASH-XLANG-KEY
           MOVE XL-SQ-OUT TO XL-ZH-KEY
           MOVE XL-EN-VALUE TO XL-SQ-IN
           PERFORM SQUASH-XLANG-KEY
           MOVE XL-SQ-OUT TO XL-EN-KEY
           IF XL-ZH-KEY = SPACES OR XL-EN-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO XL-SAME-SW
           IF XL-ZH-KEY = XL-EN-KEY
               MOVE 'Y' TO XL-SAME-SW
           END-IF
           PERFORM VARYING XLEQ-IDX FROM 1 BY 1
                   UNTIL XLEQ-IDX > XLEQ-COUNT OR XL-SAME-SW = 'Y'
               IF XLEQ-PINYIN(XLEQ-IDX) = XL-ZH-KEY
                  AND XLEQ-ENGLISH(XLEQ-IDX) = XL-EN-KEY
                   MOVE 'Y' TO XL-SAME-SW
               END-IF
           END-PERFORM
           IF XL-SAME-SW = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO XL-MISMATCH-SW
           IF RULE-CODES-OUT = SPACES
               MOVE 1 TO RULE-CODES-PTR
           ELSE
               COMPUTE RULE-CODES-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(RULE-CODES-OUT TRAILING)) + 1
               STRING "," DELIMITED BY SIZE INTO RULE-CODES-OUT
                   WITH POINTER RULE-CODES-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(XL-FIELD-CODE)
               DELIMITED BY SIZE INTO RULE-CODES-OUT
               WITH POINTER RULE-CODES-PTR
           END-STRING
           MOVE "XLANG" TO TRACE-FIELD-NAME
           MOVE XL-FIELD-CODE TO TRACE-MATCH-SRC
           MOVE SPACES TO TRACE-VALUE
           STRING FUNCTION TRIM(XL-ZH-VALUE) " <> "
               FUNCTION TRIM(XL-EN-VALUE)
               DELIMITED BY SIZE INTO TRACE-VALUE
           PERFORM WRITE-TRACE-LINE.

       *> 比對鍵：以空白拆字、轉大寫，拿掉行政層級/道路類型字
       *> （CITY、DIST.、RD. …）跟方位字（N./SOUTH …），剩下的
       *> 只留 A-Z 接成一串（拼音的聲調數字、連字號、撇號都不算）
       SQUASH-XLANG-KEY.
           MOVE SPACES TO XL-SQ-OUT
           MOVE 1 TO XL-SQ-PTR
           MOVE 1 TO XL-SQ-OPTR
           PERFORM UNTIL XL-SQ-PTR > 200
               MOVE SPACES TO XL-SQ-WORD
               UNSTRING XL-SQ-IN DELIMITED BY ALL SPACE
                   INTO XL-SQ-WORD
                   WITH POINTER XL-SQ-PTR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(XL-SQ-WORD) TO XL-SQ-WORD
               EVALUATE XL-SQ-WORD
                   WHEN 'CITY'
                   WHEN 'COUNTY'
                   WHEN 'DISTRICT'
                   WHEN 'DIST.'
                   WHEN 'DIST'
                   WHEN 'TOWNSHIP'
                   WHEN 'ROAD'
                   WHEN 'RD.'
                   WHEN 'RD'
                   WHEN 'STREET'
                   WHEN 'ST.'
                   WHEN 'ST'
                   WHEN 'N.'
                   WHEN 'N'
                   WHEN 'NORTH'
                   WHEN 'S.'
                   WHEN 'S'
                   WHEN 'SOUTH'
                   WHEN 'E.'
                   WHEN 'E'
                   WHEN 'EAST'
                   WHEN 'W.'
                   WHEN 'W'
                   WHEN 'WEST'
                       CONTINUE
                   WHEN OTHER
                       PERFORM VARYING XL-SQ-IDX FROM 1 BY 1
                               UNTIL XL-SQ-IDX > 40
                           IF XL-SQ-WORD(XL-SQ-IDX:1) >= 'A'
                              AND XL-SQ-WORD(XL-SQ-IDX:1) <= 'Z'
                              AND XL-SQ-OPTR <= 40
                               MOVE XL-SQ-WORD(XL-SQ-IDX:1)
                                   TO XL-SQ-OUT(XL-SQ-OPTR:1)
                               ADD 1 TO XL-SQ-OPTR
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM.

       *> 拿這筆原始資料列（未拆欄前的 IN-REC）跟前一份
       *> extract 逐筆比對，找到就代表昨天已經處理過，這次不必重跑。
       CHECK-PREV-EXTRACT.
           PERFORM ASSIGN-HOUSEHOLD-KEY

           MOVE SPACE TO WS-RECTYPE
           *> 一列兩址拆出來、有標籤指明用途的那一半：RecType 照
           *> 標籤給，不再做信箱/街道的雙記錄拆分
           IF TA-SPLIT-RECTYPE NOT = SPACE
               MOVE TA-SPLIT-RECTYPE TO WS-RECTYPE
               PERFORM OUTPUT-COLUMN-DETAIL
           ELSE
               IF BOX-NO NOT = SPACES
                  AND (STREET_ST NOT = SPACES OR ROAD_RD NOT = SPACES
                       OR AVENUE_AVE NOT = SPACES OR WAY NOT = SPACES
                       OR BOULEVARD_BLVD NOT = SPACES
                       OR DRIVE_DR NOT = SPACES)
                   ADD 1 TO CTL-DUAL-SPLIT
                   MOVE BOX-NO         TO DUAL-SAVE-BOX
                   MOVE STREET_ST      TO DUAL-SAVE-STREET
                   MOVE AVENUE_AVE     TO DUAL-SAVE-AVE
                   MOVE WAY            TO DUAL-SAVE-WAY
                   MOVE BOULEVARD_BLVD TO DUAL-SAVE-BLVD
                   MOVE ROAD_RD        TO DUAL-SAVE-ROAD
                   MOVE DRIVE_DR       TO DUAL-SAVE-DRIVE

                   *> M：郵寄地址（信箱），街道欄位抹掉
                   MOVE 'M' TO WS-RECTYPE
                   MOVE SPACES TO STREET_ST AVENUE_AVE WAY
                       BOULEVARD_BLVD ROAD_RD DRIVE_DR
                   PERFORM OUTPUT-COLUMN-DETAIL
                   MOVE DUAL-SAVE-STREET TO STREET_ST
                   MOVE DUAL-SAVE-AVE    TO AVENUE_AVE
                   MOVE DUAL-SAVE-WAY    TO WAY
                   MOVE DUAL-SAVE-BLVD   TO BOULEVARD_BLVD
                   MOVE DUAL-SAVE-ROAD   TO ROAD_RD
                   MOVE DUAL-SAVE-DRIVE  TO DRIVE_DR

                   *> P：實體地址（街道），信箱抹掉
                   MOVE 'P' TO WS-RECTYPE
                   MOVE SPACES TO BOX-NO
                   PERFORM OUTPUT-COLUMN-DETAIL
                   MOVE DUAL-SAVE-BOX TO BOX-NO
               ELSE
                   PERFORM OUTPUT-COLUMN-DETAIL
               END-IF
           END-IF

           *> 每筆比對成功的記錄同步出一筆地理編碼請求
               WRITE GEOREQ-REC
           END-IF

           *> 分數低於覆核門檻的資料列再丟一份進人工覆核佇列；
           *> 中英文對不起來的不論分數都送（原因看 RuleCodes 欄
           *> 的 XLANG-xxx）
           IF ((WS-REVIEW-THRESHOLD > 0
                AND MATCH-SCORE-PCT < WS-REVIEW-THRESHOLD)
               OR XL-MISMATCH-SW = 'Y')
              AND NOT DRY-RUN-MODE
               ADD 1 TO CTL-REVIEW-QUEUED
               MOVE OUT-REC TO REVIEWQ-REC
               MOVE FUNCTION TRIM(ATTN-FIELD) TO FIXED-ATTN
               MOVE UNDELIV-FLAG-OUT TO FIXED-UNDELIV
               MOVE HH-KEY-OUT TO FIXED-HHKEY
               MOVE RISK-CAT-OUT TO FIXED-RISKCAT
               MOVE FUNCTION TRIM(CARE-OF-FIELD) TO FIXED-CAREOF
               MOVE ADDR-TYPE-OUT TO FIXED-ADDRTYPE
               MOVE EMAIL-FIELD TO FIXED-EMAIL
               MOVE WS-RUN-ENTITY TO FIXED-ENTITY
               MOVE WS-EXTRACT-STAMP TO FIXED-EXTRACT-STAMP
               MOVE TA-SPLIT-SEQ TO FIXED-SPLIT-SEQ
               MOVE FIXED-OUT-REC TO OUT-REC
           ELSE
               *> 引號欄位裡還原回來的分號會把下游的分號拆欄
               MOVE ATTN-FIELD TO QF-IN
               PERFORM QUOTE-CSV-FIELD
               MOVE QF-OUT TO QF-ATTN
               MOVE CARE-OF-FIELD TO QF-IN
               PERFORM QUOTE-CSV-FIELD
               MOVE QF-OUT TO QF-CAREOF
               MOVE EMAIL-FIELD TO QF-IN
               PERFORM QUOTE-CSV-FIELD
               MOVE QF-OUT TO QF-EMAIL

               *> 一個 STRING 塞太多 FUNCTION TRIM 會超出執行期暫存
               *> 緩衝區輪替的上限，所以拆成兩段 STRING 接力組字串。
                      FUNCTION TRIM(QF-PHONE) ";"
                      FUNCTION TRIM(QF-ATTN) ";"
                      UNDELIV-FLAG-OUT ";"
                      FUNCTION TRIM(HH-KEY-OUT) ";"
                      FUNCTION TRIM(RISK-CAT-OUT)
                      DELIMITED BY SIZE
                      INTO OUT-REC
                      WITH POINTER OUT-PTR
               END-STRING
               STRING ";" FUNCTION TRIM(QF-CAREOF)
                      ";" FUNCTION TRIM(ADDR-TYPE-OUT)
                      ";" FUNCTION TRIM(QF-EMAIL)
                      ";" FUNCTION TRIM(WS-RUN-ENTITY)
                      ";" WS-EXTRACT-STAMP
                      ";" TA-SPLIT-SEQ
                      DELIMITED BY SIZE
                      INTO OUT-REC
                      WITH POINTER OUT-PTR
