       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPRESP.
      *> 行銷活動回應登錄與回應率分析：CAMPSEL 名單寄出去以後，
      *> 哪些地址有回應要對得回來，行銷才知道 MIN_SCORE 跟
      *> REQUIRE_DELIVERABLE 這兩條規則刷掉的名單值不值得。
      *> 回應檔一行「帳號;活動代碼;回應日 YYYYMMDD;管道」，活動
      *> 代碼對 campaign_register.txt（CAMPSEL 每次挑選追加一行），
      *> 帳號對該活動的名單檔 campaign_members_<活動>.txt：
      *>   M = 有寄、S / D = 被 MIN_SCORE / 可投遞規則刷掉沒寄
      *>   （沒寄還回應 = 自然回應率，拿來跟有寄的比）、
      *>   N = 不在名單上（轉寄、同戶別人拿到等）。
      *> 回應日晚於活動回應截止日的照樣登錄，標「截止後回應」，
      *> 不算進回應率、另欄計數。回應日早於挑選日、日期不合理、
      *> 活動不在登記簿上的退件。同一活動同帳號只算第一次回應，
      *> 之後的記重複。登錄過的回應累積在
      *> campaign_response_log.txt（只追加）
      *>   「活動;帳號;回應日;管道;名單狀態;截止後 Y/N;登錄日」，
      *> 回應率報表每次從整份累積紀錄重算：這次有回應進來的活動
      *> （加上 CAMPRESP_CAMPAIGN 指定的）各一段，寄出名單依轄區
      *> 代碼（territory_map.txt 的郵遞區號區間，跟 TERRASSIGN
      *> 同一份）、城市、比對分數級距、定位精度分組列寄出數、
      *> 回應數、回應率、截止後回應數；最後列規則檢核：寄出群、
      *> 被 MIN_SCORE 刷掉群、被可投遞規則刷掉群各自的回應率與
      *> 規則帶來的回應率差（百分點）。
      *>   CAMPRESP_IN_FILE  = 回應檔（預設
      *>                       campaign_responses_YYYYMMDD.txt，
      *>                       沒有就只出指定活動的報表）
      *>   CAMPRESP_CAMPAIGN = 不管有沒有新回應都要出報表的活動
      *>   TERR_MAP_FILE     = 轄區對照檔（預設 territory_map.txt）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE ASSIGN TO DYNAMIC WS-RESP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT CREG-FILE ASSIGN TO 'campaign_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREG-STATUS.
           SELECT MEMB-FILE ASSIGN TO DYNAMIC WS-MEMB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMB-STATUS.
           SELECT LOG-FILE ASSIGN TO 'campaign_response_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT MAP-FILE ASSIGN TO DYNAMIC WS-MAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT IMP-FILE ASSIGN TO DYNAMIC WS-IMP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-FILE.
       01  RESP-REC        PIC X(200).
       FD  CREG-FILE.
       01  CREG-REC        PIC X(400).
       FD  MEMB-FILE.
       01  MEMB-REC        PIC X(200).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(150).
       FD  MAP-FILE.
       01  MAP-REC         PIC X(50).
       FD  IMP-FILE.
       01  IMP-REC         PIC X(300).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-RESP-FILE-NAME    PIC X(100).
       01 WS-RESP-STATUS       PIC XX.
       01 WS-CREG-STATUS       PIC XX.
       01 WS-MEMB-FILE-NAME    PIC X(100).
       01 WS-MEMB-STATUS       PIC XX.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-MAP-FILE-NAME     PIC X(100).
       01 WS-MAP-STATUS        PIC XX.
       01 WS-IMP-FILE-NAME     PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 CREG-EOF             PIC X VALUE 'N'.
       01 MEMB-EOF             PIC X.
       01 LOG-EOF              PIC X VALUE 'N'.
       01 MAP-EOF              PIC X VALUE 'N'.
       01 WS-DATE-CHECK        PIC X(8).
       01 WS-DATE-OK           PIC X.
       01 WS-REASON            PIC X(60).
       01 WS-REPORT-CAMPAIGN   PIC X(20).

       *> 活動登記簿（同一活動代碼重跑過以最後一行為準）
       01 CG-TABLE.
           05 CG-ENTRY OCCURS 500 TIMES.
               10 CG-ID          PIC X(20).
               10 CG-RUN-DATE    PIC X(8).
               10 CG-WINDOW-END  PIC X(8).
               10 CG-MEMB-FILE   PIC X(100).
               10 CG-MIN-SCORE   PIC X(3).
               10 CG-REQ-DELIV   PIC X(1).
               10 CG-TOUCHED     PIC X(1).
       01 CG-COUNT             PIC 9(3) VALUE 0.
       01 CG-IDX               PIC 9(3).
       01 CG-HIT               PIC 9(3).
       01 CX-ID                PIC X(20).
       01 CX-RUN-DATE          PIC X(10).
       01 CX-WINDOW-END        PIC X(10).
       01 CX-EXT-FILE          PIC X(100).
       01 CX-MEMB-FILE         PIC X(100).
       01 CX-MIN-SCORE         PIC X(5).
       01 CX-REQ-DELIV         PIC X(5).

       *> 累積回應紀錄（排序後 SEARCH ALL 擋重複）
       01 LG-COUNT             PIC 9(6) VALUE 1.
       01 LG-TABLE.
           05 LG-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON LG-COUNT
                   ASCENDING KEY IS LG-CAMPAIGN LG-ACCOUNT
                   INDEXED BY LG-IX.
               10 LG-CAMPAIGN      PIC X(20).
               10 LG-ACCOUNT       PIC X(30).
               10 LG-STATUS        PIC X(1).
               10 LG-LATE          PIC X(1).
       01 LG-LOADED            PIC 9(6) VALUE 0.
       01 LG-IDX               PIC 9(6).
       01 LG-FOUND             PIC X.
       01 LX-CAMPAIGN          PIC X(20).
       01 LX-ACCOUNT           PIC X(30).
       01 LX-DATE              PIC X(10).
       01 LX-CHANNEL           PIC X(20).
       01 LX-STATUS            PIC X(5).
       01 LX-LATE              PIC X(5).

       *> 這次的回應（排序後相鄰的同活動同帳號只留最早一筆）
       01 RS-COUNT             PIC 9(5) VALUE 1.
       01 RS-TABLE.
           05 RS-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON RS-COUNT
                   ASCENDING KEY IS RS-CAMPAIGN RS-ACCOUNT RS-DATE.
               10 RS-CAMPAIGN      PIC X(20).
               10 RS-ACCOUNT       PIC X(30).
               10 RS-DATE          PIC X(8).
               10 RS-CHANNEL       PIC X(20).
               10 RS-CG            PIC 9(3).
      *>       N = 待比名單、P = 重複、L = 已登錄
               10 RS-DISP          PIC X(1).
       01 RS-LOADED            PIC 9(5) VALUE 0.
       01 RS-IDX               PIC 9(5).
       01 RX-ACCOUNT           PIC X(30).
       01 RX-CAMPAIGN          PIC X(30).
       01 RX-DATE              PIC X(10).
       01 RX-CHANNEL           PIC X(20).

       *> 一檔活動的名單（依帳號排序，SEARCH ALL 對回應帳號）
       01 MB-COUNT             PIC 9(6) VALUE 1.
       01 MB-TABLE.
           05 MB-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON MB-COUNT
                   ASCENDING KEY IS MB-ACCOUNT
                   INDEXED BY MB-IX.
               10 MB-ACCOUNT       PIC X(30).
               10 MB-STATUS        PIC X(1).
               10 MB-ZIP           PIC X(10).
               10 MB-CITY          PIC X(40).
               10 MB-SCORE         PIC X(3).
               10 MB-GEOPREC       PIC X(10).
      *>       空白 = 沒回應、Y = 截止前回應、L = 截止後才回應
               10 MB-RESP          PIC X(1).
       01 MB-LOADED            PIC 9(6) VALUE 0.
       01 MB-IDX               PIC 9(6).
       01 MB-HIT               PIC 9(6).
       01 MB-FIRST             PIC 9(6).
       01 MB-OVERFLOW          PIC X.
       01 MX-ACCOUNT           PIC X(30).
       01 MX-ROLE              PIC X(12).
       01 MX-STATUS            PIC X(5).
       01 MX-ZIP               PIC X(10).
       01 MX-CITY              PIC X(40).
       01 MX-SCORE             PIC X(5).
       01 MX-GEOPREC           PIC X(10).
       01 WS-LOOKUP-ACCOUNT    PIC X(30).
       01 WS-LIST-STATUS       PIC X(1).
       01 WS-MARK              PIC X(1).
       01 WS-LATE-FLAG         PIC X(1).

       *> 轄區對照（郵遞區號區間 → 轄區代碼）
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 200 TIMES.
               10 MAP-ZIP-FROM   PIC X(10).
               10 MAP-ZIP-TO     PIC X(10).
               10 MAP-TERR       PIC X(10).
       01 MAP-COUNT            PIC 9(3) VALUE 0.
       01 MAP-IDX              PIC 9(3).
       01 WS-TERR-CODE         PIC X(10).

       *> 一檔活動的分組統計：T 轄區、C 城市、B 分數級距、G 定位精度
       01 DM-TABLE.
           05 DM-ENTRY OCCURS 1000 TIMES.
               10 DM-DIM           PIC X(1).
               10 DM-VALUE         PIC X(40).
               10 DM-MAILED        PIC 9(7).
               10 DM-RESP          PIC 9(7).
               10 DM-LATE          PIC 9(7).
       01 DM-COUNT             PIC 9(4) VALUE 0.
       01 DM-IDX               PIC 9(4).
       01 DM-HIT               PIC 9(4).
       01 WS-DIM               PIC X(1).
       01 WS-DIM-VALUE         PIC X(40).
       01 WS-DIM-NAME          PIC X(20).
       01 WS-SCORE-NUM         PIC 9(3).

       *> 規則檢核：寄出群 / MIN_SCORE 刷掉 / 可投遞規則刷掉
       01 GR-LISTED            PIC 9(7) OCCURS 3 TIMES.
       01 GR-RESP              PIC 9(7) OCCURS 3 TIMES.
       01 GR-LATE              PIC 9(7) OCCURS 3 TIMES.
       01 GR-IDX               PIC 9.
       01 CTL-CAMP-NOT-LISTED  PIC 9(7).
       01 WS-RATE              PIC 9(3)V99.
       01 WS-RATE-BASE         PIC 9(3)V99.
       01 WS-LIFT              PIC S9(3)V99.
       01 RL-RATE              PIC ZZ9.99.
       01 RL-LIFT              PIC +++9.99.
       01 RL-N1                PIC Z(6)9.
       01 RL-N2                PIC Z(6)9.
       01 RL-N3                PIC Z(6)9.

       01 CTL-RESPONSES        PIC 9(7) VALUE 0.
       01 CTL-LOGGED           PIC 9(7) VALUE 0.
       01 CTL-LATE             PIC 9(7) VALUE 0.
       01 CTL-HELD-OUT         PIC 9(7) VALUE 0.
       01 CTL-NOT-LISTED       PIC 9(7) VALUE 0.
       01 CTL-DUPLICATE        PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.
       01 CTL-CAMPAIGNS        PIC 9(7) VALUE 0.
       01 CTL-MEMB-TRUNCATED   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-RESP-FILE-NAME WS-IMP-FILE-NAME
               WS-RPT-FILE-NAME
           STRING 'campaign_responses_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RESP-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CAMPRESP_IN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RESP-FILE-NAME
           END-IF
           MOVE 'territory_map.txt' TO WS-MAP-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'TERR_MAP_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAP-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CAMPRESP_CAMPAIGN'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-REPORT-CAMPAIGN
           STRING 'campaign_resp_import_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-IMP-FILE-NAME
           STRING 'campaign_resp_rate_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-CAMPAIGN-REGISTER
           IF CG-COUNT = 0
               DISPLAY "CAMPRESP: no campaigns on campaign_register.txt"
                   " - run CAMPSEL first"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-CAMPAIGN NOT = SPACES
               MOVE WS-REPORT-CAMPAIGN TO CX-ID
               PERFORM FIND-CAMPAIGN
               IF CG-HIT = 0
                   DISPLAY "CAMPRESP: campaign "
                       FUNCTION TRIM(WS-REPORT-CAMPAIGN)
                       " is not on campaign_register.txt"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CG-TOUCHED(CG-HIT)
           END-IF
           PERFORM LOAD-TERRITORY-MAP
           PERFORM LOAD-RESPONSE-LOG

           OPEN OUTPUT IMP-FILE
           MOVE SPACES TO IMP-REC
           STRING "Campaign responses " WS-RUN-DATE
               " (campaign;account;date;disposition;detail)"
               DELIMITED BY SIZE INTO IMP-REC
           WRITE IMP-REC
           OPEN INPUT RESP-FILE
           IF WS-RESP-STATUS NOT = '00'
               DISPLAY "CAMPRESP: no response file "
                   FUNCTION TRIM(WS-RESP-FILE-NAME)
                   " - rate report only"
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RESP-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(RESP-REC) NOT = SPACES
                              AND RESP-REC(1:1) NOT = '*'
                               ADD 1 TO CTL-RESPONSES
                               PERFORM TAKE-ONE-RESPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESP-FILE
           END-IF
           IF RS-LOADED > 0
               MOVE RS-LOADED TO RS-COUNT
               SORT RS-ENTRY ASCENDING KEY RS-CAMPAIGN RS-ACCOUNT
                   RS-DATE
               PERFORM MARK-DUPLICATE-RESPONSES
           END-IF

           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Campaign response rates " WS-RUN-DATE
               " (responses through today; rate = responses within"
               " the campaign window per piece listed)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING CG-IDX FROM 1 BY 1 UNTIL CG-IDX > CG-COUNT
               IF CG-TOUCHED(CG-IDX) = 'Y'
                   PERFORM PROCESS-ONE-CAMPAIGN
               END-IF
           END-PERFORM
           CLOSE LOG-FILE RPT-FILE IMP-FILE

           DISPLAY "CAMPRESP: " CTL-RESPONSES " response(s) - "
               CTL-LOGGED " logged (" CTL-LATE " after the campaign "
               "window, " CTL-HELD-OUT " from held-out accounts, "
               CTL-NOT-LISTED " not on the list), "
               CTL-DUPLICATE " duplicate, " CTL-REJECTED " rejected"
           DISPLAY "CAMPRESP: " CTL-CAMPAIGNS " campaign(s) reported "
               "- see " FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-MEMB-TRUNCATED > 0
               DISPLAY "CAMPRESP: " CTL-MEMB-TRUNCATED " campaign "
                   "list(s) longer than 100000 lines - rates cover "
                   "the first 100000 only"
           END-IF
           IF CTL-REJECTED > 0 OR CTL-MEMB-TRUNCATED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> 活動;挑選日;截止日;擷取檔;名單檔;MIN_SCORE;可投遞;...
       LOAD-CAMPAIGN-REGISTER.
           OPEN INPUT CREG-FILE
           IF WS-CREG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CREG-EOF = 'Y'
               READ CREG-FILE
                   AT END MOVE 'Y' TO CREG-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CREG-REC) NOT = SPACES
                          AND CREG-REC(1:1) NOT = '*'
                           PERFORM TAKE-ONE-CAMPAIGN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREG-FILE.

       TAKE-ONE-CAMPAIGN.
           MOVE SPACES TO CX-ID CX-RUN-DATE CX-WINDOW-END CX-EXT-FILE
               CX-MEMB-FILE CX-MIN-SCORE CX-REQ-DELIV
           UNSTRING CREG-REC DELIMITED BY ';'
               INTO CX-ID CX-RUN-DATE CX-WINDOW-END CX-EXT-FILE
                    CX-MEMB-FILE CX-MIN-SCORE CX-REQ-DELIV
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CX-ID)) TO CX-ID
           IF CX-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CAMPAIGN
           IF CG-HIT = 0
               IF CG-COUNT >= 500
                   DISPLAY "CAMPRESP: more than 500 campaigns on "
                       "campaign_register.txt - " FUNCTION TRIM(CX-ID)
                       " ignored"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CG-COUNT
               MOVE CG-COUNT TO CG-HIT
           END-IF
           MOVE CX-ID TO CG-ID(CG-HIT)
           MOVE FUNCTION TRIM(CX-RUN-DATE) TO CG-RUN-DATE(CG-HIT)
           MOVE FUNCTION TRIM(CX-WINDOW-END) TO CG-WINDOW-END(CG-HIT)
           MOVE FUNCTION TRIM(CX-MEMB-FILE) TO CG-MEMB-FILE(CG-HIT)
           MOVE FUNCTION TRIM(CX-MIN-SCORE) TO CG-MIN-SCORE(CG-HIT)
           MOVE FUNCTION TRIM(CX-REQ-DELIV) TO CG-REQ-DELIV(CG-HIT)
           MOVE 'N' TO CG-TOUCHED(CG-HIT).

       FIND-CAMPAIGN.
           MOVE 0 TO CG-HIT
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > CG-COUNT OR CG-HIT > 0
               IF CG-ID(CG-IDX) = CX-ID
                   MOVE CG-IDX TO CG-HIT
               END-IF
           END-PERFORM.

       LOAD-TERRITORY-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY "CAMPRESP: no territory map "
                   FUNCTION TRIM(WS-MAP-FILE-NAME)
                   " - every address counted as UNASSIGNED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MAP-EOF = 'Y'
               READ MAP-FILE
                   AT END MOVE 'Y' TO MAP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MAP-REC) NOT = SPACES
                          AND MAP-REC(1:1) NOT = '*'
                          AND MAP-COUNT < 200
                           ADD 1 TO MAP-COUNT
                           UNSTRING MAP-REC DELIMITED BY ';'
                               INTO MAP-ZIP-FROM(MAP-COUNT)
                                    MAP-ZIP-TO(MAP-COUNT)
                                    MAP-TERR(MAP-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

      *> 累積回應紀錄載進表、排序（擋重複、重算回應率都用它）
       LOAD-RESPONSE-LOG.
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
           CLOSE LOG-FILE
           IF LG-LOADED > 0
               MOVE LG-LOADED TO LG-COUNT
               SORT LG-ENTRY ASCENDING KEY LG-CAMPAIGN LG-ACCOUNT
           END-IF.

       TAKE-ONE-LOG-LINE.
           MOVE SPACES TO LX-CAMPAIGN LX-ACCOUNT LX-DATE LX-CHANNEL
               LX-STATUS LX-LATE
           UNSTRING LOG-REC DELIMITED BY ';'
               INTO LX-CAMPAIGN LX-ACCOUNT LX-DATE LX-CHANNEL
                    LX-STATUS LX-LATE
           END-UNSTRING
           IF LG-LOADED >= 100000
               DISPLAY "CAMPRESP: more than 100000 logged responses - "
                   "run stopped, nothing logged"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LG-LOADED
           MOVE LG-LOADED TO LG-COUNT
           MOVE FUNCTION TRIM(LX-CAMPAIGN) TO LG-CAMPAIGN(LG-LOADED)
           MOVE FUNCTION TRIM(LX-ACCOUNT) TO LG-ACCOUNT(LG-LOADED)
           MOVE FUNCTION TRIM(LX-STATUS) TO LG-STATUS(LG-LOADED)
           MOVE FUNCTION TRIM(LX-LATE) TO LG-LATE(LG-LOADED).

      *> 帳號;活動;回應日;管道：先驗欄位，過了的收進表待比名單
       TAKE-ONE-RESPONSE.
           MOVE SPACES TO RX-ACCOUNT RX-CAMPAIGN RX-DATE RX-CHANNEL
           UNSTRING RESP-REC DELIMITED BY ';'
               INTO RX-ACCOUNT RX-CAMPAIGN RX-DATE RX-CHANNEL
           END-UNSTRING
           MOVE FUNCTION TRIM(RX-ACCOUNT) TO RX-ACCOUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-CAMPAIGN))
               TO RX-CAMPAIGN
           MOVE FUNCTION TRIM(RX-DATE) TO RX-DATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-CHANNEL))
               TO RX-CHANNEL
           IF RX-CHANNEL = SPACES
               MOVE 'UNKNOWN' TO RX-CHANNEL
           END-IF
           IF RX-ACCOUNT = SPACES
               MOVE 'no account' TO WS-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE RX-CAMPAIGN TO CX-ID
           PERFORM FIND-CAMPAIGN
           IF CG-HIT = 0 OR RX-CAMPAIGN(21:10) NOT = SPACES
               MOVE 'campaign not on campaign_register.txt'
                   TO WS-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE RX-DATE(1:8) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-VALUE
           IF WS-DATE-OK = 'N' OR RX-DATE(9:2) NOT = SPACES
              OR WS-DATE-CHECK > WS-RUN-DATE
               MOVE 'invalid or future response date' TO WS-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK < CG-RUN-DATE(CG-HIT)
               MOVE 'response dated before the campaign was selected'
                   TO WS-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           IF RS-LOADED >= 20000
               DISPLAY "CAMPRESP: more than 20000 responses in "
                   FUNCTION TRIM(WS-RESP-FILE-NAME)
                   " - run stopped, nothing logged"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RS-LOADED
           MOVE RS-LOADED TO RS-COUNT
           MOVE RX-CAMPAIGN TO RS-CAMPAIGN(RS-LOADED)
           MOVE RX-ACCOUNT TO RS-ACCOUNT(RS-LOADED)
           MOVE WS-DATE-CHECK TO RS-DATE(RS-LOADED)
           MOVE RX-CHANNEL TO RS-CHANNEL(RS-LOADED)
           MOVE CG-HIT TO RS-CG(RS-LOADED)
           MOVE 'N' TO RS-DISP(RS-LOADED)
           MOVE 'Y' TO CG-TOUCHED(CG-HIT).

       REJECT-RESPONSE.
           ADD 1 TO CTL-REJECTED
           MOVE SPACES TO IMP-REC
           STRING FUNCTION TRIM(RX-CAMPAIGN) ";"
               FUNCTION TRIM(RX-ACCOUNT) ";"
               FUNCTION TRIM(RX-DATE) ";REJECTED;"
               FUNCTION TRIM(WS-REASON) ";"
               FUNCTION TRIM(RESP-REC)
               DELIMITED BY SIZE INTO IMP-REC
           WRITE IMP-REC.

      *> 同活動同帳號：這次檔裡第二筆以後、或累積紀錄上已有的，
      *> 都記重複（排序後同帳號最早的回應日排在最前面）
       MARK-DUPLICATE-RESPONSES.
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-COUNT
               IF RS-IDX > 1
                   IF RS-CAMPAIGN(RS-IDX) = RS-CAMPAIGN(RS-IDX - 1)
                      AND RS-ACCOUNT(RS-IDX) = RS-ACCOUNT(RS-IDX - 1)
                       MOVE 'P' TO RS-DISP(RS-IDX)
                   END-IF
               END-IF
               IF RS-DISP(RS-IDX) = 'N' AND LG-LOADED > 0
                   MOVE 'N' TO LG-FOUND
                   SEARCH ALL LG-ENTRY
                       AT END CONTINUE
                       WHEN LG-CAMPAIGN(LG-IX) = RS-CAMPAIGN(RS-IDX)
                        AND LG-ACCOUNT(LG-IX) = RS-ACCOUNT(RS-IDX)
                           MOVE 'Y' TO LG-FOUND
                   END-SEARCH
                   IF LG-FOUND = 'Y'
                       MOVE 'P' TO RS-DISP(RS-IDX)
                   END-IF
               END-IF
               IF RS-DISP(RS-IDX) = 'P'
                   ADD 1 TO CTL-DUPLICATE
                   MOVE SPACES TO IMP-REC
                   STRING FUNCTION TRIM(RS-CAMPAIGN(RS-IDX)) ";"
                       FUNCTION TRIM(RS-ACCOUNT(RS-IDX)) ";"
                       RS-DATE(RS-IDX) ";DUPLICATE;"
                       "account already responded to this campaign"
                       DELIMITED BY SIZE INTO IMP-REC
                   WRITE IMP-REC
               END-IF
           END-PERFORM.

      *> 一檔活動：載名單、這次的新回應比名單後登錄、整份累積
      *> 紀錄標回名單、分組統計出報表
       PROCESS-ONE-CAMPAIGN.
           ADD 1 TO CTL-CAMPAIGNS
           PERFORM LOAD-CAMPAIGN-MEMBERS
           IF WS-MEMB-STATUS NOT = '00'
               PERFORM VARYING RS-IDX FROM 1 BY 1
                       UNTIL RS-IDX > RS-LOADED
                   IF RS-CG(RS-IDX) = CG-IDX AND RS-DISP(RS-IDX) = 'N'
                       MOVE RS-CAMPAIGN(RS-IDX) TO RX-CAMPAIGN
                       MOVE RS-ACCOUNT(RS-IDX) TO RX-ACCOUNT
                       MOVE RS-DATE(RS-IDX) TO RX-DATE
                       MOVE SPACES TO RESP-REC
                       MOVE 'campaign list file is missing'
                           TO WS-REASON
                       PERFORM REJECT-RESPONSE
                   END-IF
               END-PERFORM
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               STRING "=== CAMPAIGN " FUNCTION TRIM(CG-ID(CG-IDX))
                   " - list file " FUNCTION TRIM(CG-MEMB-FILE(CG-IDX))
                   " is missing, no rates ==="
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-LOADED
               IF RS-CG(RS-IDX) = CG-IDX AND RS-DISP(RS-IDX) = 'N'
                   PERFORM LOG-ONE-RESPONSE
               END-IF
           END-PERFORM

           *> 累積紀錄（不含這次新登的，新登的上面已經標過）
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-LOADED
               IF LG-CAMPAIGN(LG-IDX) = CG-ID(CG-IDX)
                   MOVE LG-ACCOUNT(LG-IDX) TO WS-LOOKUP-ACCOUNT
                   IF LG-LATE(LG-IDX) = 'Y'
                       MOVE 'L' TO WS-MARK
                   ELSE
                       MOVE 'Y' TO WS-MARK
                   END-IF
                   PERFORM MARK-MEMBER-RESPONSE
                   IF MB-HIT = 0
                       ADD 1 TO CTL-CAMP-NOT-LISTED
                   END-IF
               END-IF
           END-PERFORM

           PERFORM TALLY-CAMPAIGN
           PERFORM WRITE-CAMPAIGN-SECTION.

      *> 名單檔：帳號;角色;狀態;郵遞區號;城市;分數;定位精度;旗標
       LOAD-CAMPAIGN-MEMBERS.
           MOVE 0 TO MB-LOADED CTL-CAMP-NOT-LISTED
           MOVE 1 TO MB-COUNT
           MOVE 'N' TO MB-OVERFLOW
           MOVE CG-MEMB-FILE(CG-IDX) TO WS-MEMB-FILE-NAME
           OPEN INPUT MEMB-FILE
           IF WS-MEMB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO MEMB-EOF
           PERFORM UNTIL MEMB-EOF = 'Y'
               READ MEMB-FILE
                   AT END MOVE 'Y' TO MEMB-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MEMB-REC) NOT = SPACES
                           PERFORM TAKE-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMB-FILE
           MOVE '00' TO WS-MEMB-STATUS
           IF MB-OVERFLOW = 'Y'
               ADD 1 TO CTL-MEMB-TRUNCATED
           END-IF
           IF MB-LOADED > 0
               MOVE MB-LOADED TO MB-COUNT
               SORT MB-ENTRY ASCENDING KEY MB-ACCOUNT
           END-IF.

       TAKE-ONE-MEMBER.
           IF MB-LOADED >= 100000
               MOVE 'Y' TO MB-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MX-ACCOUNT MX-ROLE MX-STATUS MX-ZIP MX-CITY
               MX-SCORE MX-GEOPREC
           UNSTRING MEMB-REC DELIMITED BY ';'
               INTO MX-ACCOUNT MX-ROLE MX-STATUS MX-ZIP MX-CITY
                    MX-SCORE MX-GEOPREC
           END-UNSTRING
           ADD 1 TO MB-LOADED
           MOVE MB-LOADED TO MB-COUNT
           MOVE FUNCTION TRIM(MX-ACCOUNT) TO MB-ACCOUNT(MB-LOADED)
           MOVE FUNCTION TRIM(MX-STATUS) TO MB-STATUS(MB-LOADED)
           MOVE FUNCTION TRIM(MX-ZIP) TO MB-ZIP(MB-LOADED)
           MOVE FUNCTION TRIM(MX-CITY) TO MB-CITY(MB-LOADED)
           MOVE FUNCTION TRIM(MX-SCORE) TO MB-SCORE(MB-LOADED)
           MOVE FUNCTION TRIM(MX-GEOPREC) TO MB-GEOPREC(MB-LOADED)
           MOVE SPACE TO MB-RESP(MB-LOADED).

      *> 新回應：比名單定狀態、判斷截止後，追加進累積紀錄
       LOG-ONE-RESPONSE.
           MOVE RS-ACCOUNT(RS-IDX) TO WS-LOOKUP-ACCOUNT
           IF RS-DATE(RS-IDX) > CG-WINDOW-END(CG-IDX)
               MOVE 'L' TO WS-MARK
           ELSE
               MOVE 'Y' TO WS-MARK
           END-IF
           PERFORM MARK-MEMBER-RESPONSE
           MOVE SPACES TO WS-REASON
           EVALUATE WS-LIST-STATUS
               WHEN 'M'
                   MOVE 'mailed' TO WS-REASON
               WHEN 'S'
                   ADD 1 TO CTL-HELD-OUT
                   MOVE 'held out by MIN_SCORE - not mailed'
                       TO WS-REASON
               WHEN 'D'
                   ADD 1 TO CTL-HELD-OUT
                   MOVE 'held out by REQUIRE_DELIVERABLE - not mailed'
                       TO WS-REASON
               WHEN OTHER
                   ADD 1 TO CTL-NOT-LISTED
                   ADD 1 TO CTL-CAMP-NOT-LISTED
                   MOVE 'account not on the campaign list'
                       TO WS-REASON
           END-EVALUATE
           IF WS-MARK = 'L'
               MOVE 'Y' TO WS-LATE-FLAG
           ELSE
               MOVE 'N' TO WS-LATE-FLAG
           END-IF
           MOVE SPACES TO LOG-REC
           STRING FUNCTION TRIM(RS-CAMPAIGN(RS-IDX)) ";"
               FUNCTION TRIM(RS-ACCOUNT(RS-IDX)) ";"
               RS-DATE(RS-IDX) ";"
               FUNCTION TRIM(RS-CHANNEL(RS-IDX)) ";"
               WS-LIST-STATUS ";" WS-LATE-FLAG ";" WS-RUN-DATE
               DELIMITED BY SIZE INTO LOG-REC
           WRITE LOG-REC
           ADD 1 TO CTL-LOGGED
           MOVE 'L' TO RS-DISP(RS-IDX)

           MOVE SPACES TO IMP-REC
           IF WS-MARK = 'L'
               ADD 1 TO CTL-LATE
               STRING FUNCTION TRIM(RS-CAMPAIGN(RS-IDX)) ";"
                   FUNCTION TRIM(RS-ACCOUNT(RS-IDX)) ";"
                   RS-DATE(RS-IDX) ";AFTER WINDOW;"
                   "responded after the campaign window closed "
                   CG-WINDOW-END(CG-IDX) " - "
                   FUNCTION TRIM(WS-REASON)
                   DELIMITED BY SIZE INTO IMP-REC
           ELSE
               STRING FUNCTION TRIM(RS-CAMPAIGN(RS-IDX)) ";"
                   FUNCTION TRIM(RS-ACCOUNT(RS-IDX)) ";"
                   RS-DATE(RS-IDX) ";LOGGED;"
                   FUNCTION TRIM(WS-REASON) " ("
                   FUNCTION TRIM(RS-CHANNEL(RS-IDX)) ")"
                   DELIMITED BY SIZE INTO IMP-REC
           END-IF
           WRITE IMP-REC.

      *> 名單上這個帳號的每一行都標回應（指定 ROLE 挑的活動同
      *> 帳號可能有好幾行）；WS-LIST-STATUS 回傳名單狀態，有一行
      *> 是寄出就算 M，不在名單上回 N
       MARK-MEMBER-RESPONSE.
           MOVE 0 TO MB-HIT
           MOVE 'N' TO WS-LIST-STATUS
           IF MB-LOADED = 0
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL MB-ENTRY
               AT END CONTINUE
               WHEN MB-ACCOUNT(MB-IX) = WS-LOOKUP-ACCOUNT
                   SET MB-HIT TO MB-IX
           END-SEARCH
           IF MB-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE MB-HIT TO MB-FIRST
           PERFORM UNTIL MB-FIRST = 1
               IF MB-ACCOUNT(MB-FIRST - 1) NOT = WS-LOOKUP-ACCOUNT
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM MB-FIRST
           END-PERFORM
           MOVE MB-STATUS(MB-FIRST) TO WS-LIST-STATUS
           PERFORM VARYING MB-IDX FROM MB-FIRST BY 1
                   UNTIL MB-IDX > MB-LOADED
               IF MB-ACCOUNT(MB-IDX) NOT = WS-LOOKUP-ACCOUNT
                   EXIT PERFORM
               END-IF
               IF MB-STATUS(MB-IDX) = 'M'
                   MOVE 'M' TO WS-LIST-STATUS
               END-IF
               *> 截止前的回應優先（先登 L 後又有 Y 的以 Y 算）
               IF MB-RESP(MB-IDX) NOT = 'Y'
                   MOVE WS-MARK TO MB-RESP(MB-IDX)
               END-IF
           END-PERFORM.

      *> 名單逐行分組：寄出的進四種分組，刷掉的進規則檢核
       TALLY-CAMPAIGN.
           MOVE 0 TO DM-COUNT
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > 3
               MOVE 0 TO GR-LISTED(GR-IDX) GR-RESP(GR-IDX)
                   GR-LATE(GR-IDX)
           END-PERFORM
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > MB-LOADED
               EVALUATE MB-STATUS(MB-IDX)
                   WHEN 'M' MOVE 1 TO GR-IDX
                   WHEN 'S' MOVE 2 TO GR-IDX
                   WHEN 'D' MOVE 3 TO GR-IDX
                   WHEN OTHER MOVE 0 TO GR-IDX
               END-EVALUATE
               IF GR-IDX > 0
                   ADD 1 TO GR-LISTED(GR-IDX)
                   IF MB-RESP(MB-IDX) = 'Y'
                       ADD 1 TO GR-RESP(GR-IDX)
                   END-IF
                   IF MB-RESP(MB-IDX) = 'L'
                       ADD 1 TO GR-LATE(GR-IDX)
                   END-IF
               END-IF
               IF GR-IDX = 1
                   PERFORM TALLY-MAILED-MEMBER
               END-IF
           END-PERFORM.

       TALLY-MAILED-MEMBER.
           MOVE SPACES TO WS-TERR-CODE
           IF MB-ZIP(MB-IDX) NOT = SPACES
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                       UNTIL MAP-IDX > MAP-COUNT
                          OR WS-TERR-CODE NOT = SPACES
                   IF MB-ZIP(MB-IDX) >= MAP-ZIP-FROM(MAP-IDX)
                      AND MB-ZIP(MB-IDX) <= MAP-ZIP-TO(MAP-IDX)
                       MOVE MAP-TERR(MAP-IDX) TO WS-TERR-CODE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TERR-CODE = SPACES
               MOVE 'UNASSIGNED' TO WS-TERR-CODE
           END-IF
           MOVE 'T' TO WS-DIM
           MOVE WS-TERR-CODE TO WS-DIM-VALUE
           PERFORM ADD-TO-DIMENSION

           MOVE 'C' TO WS-DIM
           MOVE FUNCTION UPPER-CASE(MB-CITY(MB-IDX)) TO WS-DIM-VALUE
           IF WS-DIM-VALUE = SPACES
               MOVE '(none)' TO WS-DIM-VALUE
           END-IF
           PERFORM ADD-TO-DIMENSION

           MOVE 'B' TO WS-DIM
           IF FUNCTION TRIM(MB-SCORE(MB-IDX)) IS NUMERIC
              AND MB-SCORE(MB-IDX) NOT = SPACES
               MOVE FUNCTION NUMVAL(MB-SCORE(MB-IDX)) TO WS-SCORE-NUM
               EVALUATE TRUE
                   WHEN WS-SCORE-NUM >= 90
                       MOVE '090-100' TO WS-DIM-VALUE
                   WHEN WS-SCORE-NUM >= 80
                       MOVE '080-089' TO WS-DIM-VALUE
                   WHEN WS-SCORE-NUM >= 70
                       MOVE '070-079' TO WS-DIM-VALUE
                   WHEN WS-SCORE-NUM >= 60
                       MOVE '060-069' TO WS-DIM-VALUE
                   WHEN OTHER
                       MOVE '000-059' TO WS-DIM-VALUE
               END-EVALUATE
           ELSE
               MOVE '(none)' TO WS-DIM-VALUE
           END-IF
           PERFORM ADD-TO-DIMENSION

           MOVE 'G' TO WS-DIM
           MOVE FUNCTION UPPER-CASE(MB-GEOPREC(MB-IDX))
               TO WS-DIM-VALUE
           IF WS-DIM-VALUE = SPACES
               MOVE '(none)' TO WS-DIM-VALUE
           END-IF
           PERFORM ADD-TO-DIMENSION.

      *> 分組表找值，沒有就加一格；表滿了併進 *OTHER*
       ADD-TO-DIMENSION.
           MOVE 0 TO DM-HIT
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DM-COUNT OR DM-HIT > 0
               IF DM-DIM(DM-IDX) = WS-DIM
                  AND DM-VALUE(DM-IDX) = WS-DIM-VALUE
                   MOVE DM-IDX TO DM-HIT
               END-IF
           END-PERFORM
           IF DM-HIT = 0
               IF DM-COUNT >= 995
                   MOVE '*OTHER*' TO WS-DIM-VALUE
                   PERFORM VARYING DM-IDX FROM 1 BY 1
                           UNTIL DM-IDX > DM-COUNT OR DM-HIT > 0
                       IF DM-DIM(DM-IDX) = WS-DIM
                          AND DM-VALUE(DM-IDX) = WS-DIM-VALUE
                           MOVE DM-IDX TO DM-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF DM-HIT = 0
               ADD 1 TO DM-COUNT
               MOVE DM-COUNT TO DM-HIT
               MOVE WS-DIM TO DM-DIM(DM-HIT)
               MOVE WS-DIM-VALUE TO DM-VALUE(DM-HIT)
               MOVE 0 TO DM-MAILED(DM-HIT) DM-RESP(DM-HIT)
                   DM-LATE(DM-HIT)
           END-IF
           ADD 1 TO DM-MAILED(DM-HIT)
           IF MB-RESP(MB-IDX) = 'Y'
               ADD 1 TO DM-RESP(DM-HIT)
           END-IF
           IF MB-RESP(MB-IDX) = 'L'
               ADD 1 TO DM-LATE(DM-HIT)
           END-IF.

       WRITE-CAMPAIGN-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "=== CAMPAIGN " FUNCTION TRIM(CG-ID(CG-IDX))
               " selected " CG-RUN-DATE(CG-IDX)
               " window through " CG-WINDOW-END(CG-IDX)
               " MIN_SCORE " FUNCTION TRIM(CG-MIN-SCORE(CG-IDX))
               " REQUIRE_DELIVERABLE " CG-REQ-DELIV(CG-IDX) " ==="
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Dimension;Value;Mailed;Responded;Rate%;"
               "AfterWindow"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE 'T' TO WS-DIM
           MOVE 'TERRITORY' TO WS-DIM-NAME
           PERFORM WRITE-DIMENSION-LINES
           MOVE 'C' TO WS-DIM
           MOVE 'CITY' TO WS-DIM-NAME
           PERFORM WRITE-DIMENSION-LINES
           MOVE 'B' TO WS-DIM
           MOVE 'SCORE BAND' TO WS-DIM-NAME
           PERFORM WRITE-DIMENSION-LINES
           MOVE 'G' TO WS-DIM
           MOVE 'GEO PRECISION' TO WS-DIM-NAME
           PERFORM WRITE-DIMENSION-LINES

           *> 規則檢核：沒寄的群回應率 = 不寄也會回應的底數
           MOVE SPACES TO RPT-REC
           STRING "Rule check;Group;Listed;Responded;Rate%;"
               "AfterWindow"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE 1 TO GR-IDX
           MOVE 'MAILED' TO WS-DIM-VALUE
           PERFORM WRITE-GROUP-LINE
           MOVE 2 TO GR-IDX
           MOVE 'HELD OUT BY MIN_SCORE' TO WS-DIM-VALUE
           PERFORM WRITE-GROUP-LINE
           MOVE 3 TO GR-IDX
           MOVE 'HELD OUT BY REQUIRE_DELIVERABLE' TO WS-DIM-VALUE
           PERFORM WRITE-GROUP-LINE
           MOVE CTL-CAMP-NOT-LISTED TO RL-N2
           MOVE SPACES TO RPT-REC
           STRING "RULE;NOT ON LIST;;" FUNCTION TRIM(RL-N2) ";;"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           MOVE 1 TO GR-IDX
           PERFORM COMPUTE-GROUP-RATE
           MOVE WS-RATE TO WS-RATE-BASE
           MOVE 2 TO GR-IDX
           MOVE 'MIN_SCORE' TO WS-DIM-VALUE
           PERFORM WRITE-LIFT-LINE
           MOVE 3 TO GR-IDX
           MOVE 'REQUIRE_DELIVERABLE' TO WS-DIM-VALUE
           PERFORM WRITE-LIFT-LINE.

       WRITE-DIMENSION-LINES.
           PERFORM VARYING DM-IDX FROM 1 BY 1 UNTIL DM-IDX > DM-COUNT
               IF DM-DIM(DM-IDX) = WS-DIM
                   MOVE 0 TO WS-RATE
                   IF DM-MAILED(DM-IDX) > 0
                       COMPUTE WS-RATE ROUNDED =
                           DM-RESP(DM-IDX) * 100 / DM-MAILED(DM-IDX)
                   END-IF
                   MOVE WS-RATE TO RL-RATE
                   MOVE DM-MAILED(DM-IDX) TO RL-N1
                   MOVE DM-RESP(DM-IDX) TO RL-N2
                   MOVE DM-LATE(DM-IDX) TO RL-N3
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(WS-DIM-NAME) ";"
                       FUNCTION TRIM(DM-VALUE(DM-IDX)) ";"
                       FUNCTION TRIM(RL-N1) ";"
                       FUNCTION TRIM(RL-N2) ";"
                       FUNCTION TRIM(RL-RATE) ";"
                       FUNCTION TRIM(RL-N3)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM.

       COMPUTE-GROUP-RATE.
           MOVE 0 TO WS-RATE
           IF GR-LISTED(GR-IDX) > 0
               COMPUTE WS-RATE ROUNDED =
                   GR-RESP(GR-IDX) * 100 / GR-LISTED(GR-IDX)
           END-IF.

       WRITE-GROUP-LINE.
           PERFORM COMPUTE-GROUP-RATE
           MOVE WS-RATE TO RL-RATE
           MOVE GR-LISTED(GR-IDX) TO RL-N1
           MOVE GR-RESP(GR-IDX) TO RL-N2
           MOVE GR-LATE(GR-IDX) TO RL-N3
           MOVE SPACES TO RPT-REC
           STRING "RULE;" FUNCTION TRIM(WS-DIM-VALUE) ";"
               FUNCTION TRIM(RL-N1) ";"
               FUNCTION TRIM(RL-N2) ";"
               FUNCTION TRIM(RL-RATE) ";"
               FUNCTION TRIM(RL-N3)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 規則值不值得：寄出群回應率減掉被刷掉群（沒寄）的回應率
       WRITE-LIFT-LINE.
           MOVE SPACES TO RPT-REC
           IF GR-LISTED(GR-IDX) = 0 OR GR-LISTED(1) = 0
               STRING "LIFT;" FUNCTION TRIM(WS-DIM-VALUE)
                   ";rule not applied or nobody held out"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-GROUP-RATE
           COMPUTE WS-LIFT = WS-RATE-BASE - WS-RATE
           MOVE WS-LIFT TO RL-LIFT
           STRING "LIFT;" FUNCTION TRIM(WS-DIM-VALUE) ";"
               FUNCTION TRIM(RL-LIFT)
               " points (mailed rate minus held-out rate)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 日期合理性（YYYYMMDD，月 01-12、日 01-31、1990 年以後）
       CHECK-DATE-VALUE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-DATE-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK(5:2) < '01' OR WS-DATE-CHECK(5:2) > '12'
              OR WS-DATE-CHECK(7:2) < '01'
              OR WS-DATE-CHECK(7:2) > '31'
              OR WS-DATE-CHECK(1:4) < '1990'
               MOVE 'N' TO WS-DATE-OK
           END-IF.
