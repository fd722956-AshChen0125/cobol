       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPACT.
      *> 災區影響名單：颱風、地震之後管理階層要在幾個小時內知道
      *> 災區裡有多少客戶、歸哪些分行服務。條件檔
      *> impact_criteria.txt 一行一條，行首 * 當註解：
      *>   CENTER;緯度;經度      （災區中心點）
      *>   RADIUS_KM;公里數      （半徑，可帶小數；有 CENTER 必給）
      *>   AREA;城市;行政區      （多行 = 其中一個符合即可；行政區
      *>                          空白 = 整個城市）
      *> 主檔整檔掃，每筆未塗銷的地址：
      *>   - 有給 CENTER 而且地址有座標 → 用跟 BRANCHDIST 同一套
      *>     haversine 算到中心點的距離，半徑內就算受災（RADIUS）
      *>   - 沒有座標（或沒給 CENTER）→ 城市/行政區對 AREA 清單
      *>     （不分大小寫），對到就算受災（AREA）
      *> 一個帳號只算一次：幾個角色都在災區時依 RESIDENTIAL →
      *> BUSINESS → MAILING 取一個當受災地址。歸屬分行查核心系統
      *> 的 account_branch.txt（帳號;分行代碼），查不到歸
      *> UNASSIGNED。輸出（<事件> = IMPACT_EVENT_ID，預設
      *> EVTYYYYMMDD）：
      *>   impact_accounts_<事件>.txt  受災帳號清單，一行「帳號;
      *>     受災角色;分行;城市;行政區;郵遞區號;依據;距離km」
      *>   impact_select_<事件>.txt    慰問/減免通知的寄件名單，
      *>     一行「帳號;寄件角色;分行」，首行表頭 - LETTERGEN 的
      *>     LETTER_SELECT_FILE 直接吃，LETTER_ROLE 空白時照樣依
      *>     角色順序取址；寄件角色優先用可投遞的 MAILING，其次
      *>     受災地址本身、再其次任一可投遞的地址。帳號每個地址都
      *>     掛退郵（U/R）就不進寄件名單，另外計數（改走 OUTREACH
      *>     的數位管道）
      *>   impact_summary_<事件>.txt   依分行、依城市/行政區的受災
      *>     帳號數，以及掃描、無座標無法判斷的筆數
      *>   IMPACT_CRITERIA       = 條件檔
      *>   IMPACT_EVENT_ID       = 事件代碼（檔名用）
      *>   IMPACT_ACCOUNT_BRANCH = 歸屬檔（預設 account_branch.txt；
      *>                           不在就全部歸 UNASSIGNED，RC 4）
      *>   ADDRMAST_MAST_FILE    = 地址主檔
      *> 條件檔不在、沒有 CENTER 也沒有 AREA、CENTER 沒給半徑或
      *> 座標不是數字 → RC 12。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CRIT-FILE ASSIGN TO DYNAMIC WS-CRIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRIT-STATUS.
           SELECT AB-FILE ASSIGN TO DYNAMIC WS-AB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-STATUS.
           SELECT ACC-FILE ASSIGN TO DYNAMIC WS-ACC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEL-FILE ASSIGN TO DYNAMIC WS-SEL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CRIT-FILE.
       01  CRIT-REC        PIC X(150).
       FD  AB-FILE.
       01  AB-REC          PIC X(50).
       FD  ACC-FILE.
       01  ACC-REC         PIC X(250).
       FD  SEL-FILE.
       01  SEL-REC         PIC X(80).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-EVENT-ID          PIC X(20).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-CRIT-FILE-NAME    PIC X(100).
       01 WS-CRIT-STATUS       PIC XX.
       01 WS-AB-FILE-NAME      PIC X(100).
       01 WS-AB-STATUS         PIC XX.
       01 WS-ACC-FILE-NAME     PIC X(100).
       01 WS-SEL-FILE-NAME     PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 CRIT-EOF             PIC X VALUE 'N'.
       01 AB-EOF               PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.

       *> 條件
       01 CR-KEYWORD           PIC X(20).
       01 CR-VALUE1            PIC X(50).
       01 CR-VALUE2            PIC X(50).
       01 CEN-SET              PIC X VALUE 'N'.
       01 CEN-LAT-TEXT         PIC X(15) VALUE SPACES.
       01 CEN-LON-TEXT         PIC X(15) VALUE SPACES.
       01 CEN-LAT              COMP-2.
       01 CEN-LON              COMP-2.
       01 RAD-SET              PIC X VALUE 'N'.
       01 RAD-TEXT             PIC X(15) VALUE SPACES.
       01 RAD-KM               COMP-2.
       01 AR-TABLE.
           05 AR-ENTRY OCCURS 500 TIMES.
               10 AR-CITY        PIC X(50).
               10 AR-DISTRICT    PIC X(50).
       01 AR-COUNT             PIC 9(3) VALUE 0.
       01 AR-IDX               PIC 9(3).
       01 AR-HIT               PIC X.
       01 WS-UP-CITY           PIC X(50).
       01 WS-UP-DISTRICT       PIC X(50).

       *> 座標欄檢查：只能有數字、一個小數點、開頭正負號
       01 CK-TEXT              PIC X(15).
       01 CK-OK                PIC X.
       01 CK-POS               PIC 9(2).
       01 CK-LEN               PIC 9(2).
       01 CK-DOTS              PIC 9(2).
       01 CK-DIGITS            PIC 9(2).

       *> 帳號 → 歸屬分行（排序後 SEARCH ALL）
       01 AB-COUNT             PIC 9(6) VALUE 1.
       01 AB-TABLE.
           05 AB-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON AB-COUNT
                   ASCENDING KEY IS AB-ACCT
                   INDEXED BY AB-IX.
               10 AB-ACCT        PIC X(30).
               10 AB-BRANCH      PIC X(10).
       01 AB-LOADED            PIC 9(6) VALUE 0.
       01 AB-OVERFLOW          PIC X VALUE 'N'.
       01 AB-MISSING           PIC X VALUE 'N'.
       01 AB-REC-ACCT          PIC X(30).
       01 AB-REC-BRANCH        PIC X(10).

       *> 大圓距離工作欄位（同 BRANCHDIST）
       01 GD-PI                COMP-2 VALUE 3.14159265358979.
       01 GD-LAT1              COMP-2.
       01 GD-LON1              COMP-2.
       01 GD-LAT2              COMP-2.
       01 GD-LON2              COMP-2.
       01 GD-DLAT              COMP-2.
       01 GD-DLON              COMP-2.
       01 GD-A                 COMP-2.
       01 GD-ROOT              COMP-2.
       01 GD-KM                COMP-2.
       01 WS-KM-DISP           PIC ZZZZ9.9.

       *> 一個帳號掃完才判斷：受災地址取排序最前的角色
       01 HOLD-ACCOUNT         PIC X(30) VALUE SPACES.
       01 HIT-RANK             PIC 9.
       01 HIT-ROLE             PIC X(12).
       01 HIT-BASIS            PIC X(6).
       01 HIT-KM               COMP-2.
       01 HIT-CITY             PIC X(50).
       01 HIT-DISTRICT         PIC X(50).
       01 HIT-ZIP              PIC X(50).
       01 HIT-DELIVERABLE      PIC X.
       01 DLV-MAILING          PIC X.
       01 DLV-ANY-ROLE         PIC X(12).
       01 WS-REC-RANK          PIC 9.
       01 WS-REC-BASIS         PIC X(6).
       01 WS-REC-KM            COMP-2.
       01 WS-LETTER-ROLE       PIC X(12).
       01 WS-BRANCH            PIC X(10).

       *> 分行統計
       01 BS-COUNT             PIC 9(4) VALUE 1.
       01 BS-TABLE.
           05 BS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON BS-COUNT.
               10 BS-BRANCH      PIC X(10).
               10 BS-ACCOUNTS    PIC 9(7).
               10 BS-RADIUS      PIC 9(7).
               10 BS-AREA        PIC 9(7).
               10 BS-LETTER      PIC 9(7).
               10 BS-NO-ADDR     PIC 9(7).
       01 BS-LOADED            PIC 9(4) VALUE 0.
       01 BS-IDX               PIC 9(4).
       01 BS-FOUND             PIC 9(4).
       01 BS-OVERFLOW          PIC X VALUE 'N'.

       *> 城市/行政區統計
       01 DS-COUNT             PIC 9(5) VALUE 1.
       01 DS-TABLE.
           05 DS-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON DS-COUNT.
               10 DS-CITY        PIC X(50).
               10 DS-DISTRICT    PIC X(50).
               10 DS-ACCOUNTS    PIC 9(7).
               10 DS-RADIUS      PIC 9(7).
               10 DS-AREA        PIC 9(7).
       01 DS-LOADED            PIC 9(5) VALUE 0.
       01 DS-IDX               PIC 9(5).
       01 DS-FOUND             PIC 9(5).
       01 DS-OVERFLOW          PIC X VALUE 'N'.

       01 CTL-SCANNED          PIC 9(7) VALUE 0.
       01 CTL-ERASED           PIC 9(7) VALUE 0.
       01 CTL-NO-COORD         PIC 9(7) VALUE 0.
       01 CTL-BAD-COORD        PIC 9(7) VALUE 0.
       01 CTL-REC-HIT          PIC 9(7) VALUE 0.
       01 CTL-ACCOUNTS         PIC 9(7) VALUE 0.
       01 CTL-BY-RADIUS        PIC 9(7) VALUE 0.
       01 CTL-BY-AREA          PIC 9(7) VALUE 0.
       01 CTL-LETTERS          PIC 9(7) VALUE 0.
       01 CTL-NO-ADDR          PIC 9(7) VALUE 0.
       01 CTL-UNASSIGNED       PIC 9(7) VALUE 0.
       01 RL-DISP              PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE 'impact_criteria.txt' TO WS-CRIT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'IMPACT_CRITERIA'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CRIT-FILE-NAME
           END-IF
           MOVE 'account_branch.txt' TO WS-AB-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'IMPACT_ACCOUNT_BRANCH'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AB-FILE-NAME
           END-IF
           MOVE SPACES TO WS-EVENT-ID
           STRING 'EVT' WS-RUN-DATE DELIMITED BY SIZE INTO WS-EVENT-ID
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'IMPACT_EVENT_ID'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-EVENT-ID
           END-IF
           MOVE SPACES TO WS-ACC-FILE-NAME WS-SEL-FILE-NAME
               WS-RPT-FILE-NAME
           STRING 'impact_accounts_' FUNCTION TRIM(WS-EVENT-ID) '.txt'
               DELIMITED BY SIZE INTO WS-ACC-FILE-NAME
           STRING 'impact_select_' FUNCTION TRIM(WS-EVENT-ID) '.txt'
               DELIMITED BY SIZE INTO WS-SEL-FILE-NAME
           STRING 'impact_summary_' FUNCTION TRIM(WS-EVENT-ID) '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-CRITERIA
           PERFORM LOAD-ACCOUNT-BRANCHES

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "IMPACT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACC-FILE SEL-FILE
           MOVE "account;role;branch;city;district;zip;basis;km"
               TO ACC-REC
           WRITE ACC-REC
           MOVE "account;role;branch" TO SEL-REC
           WRITE SEL-REC

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-SCANNED
                       IF MAST-ACCOUNT-ID NOT = HOLD-ACCOUNT
                           IF HOLD-ACCOUNT NOT = SPACES
                               PERFORM FINISH-ACCOUNT
                           END-IF
                           MOVE MAST-ACCOUNT-ID TO HOLD-ACCOUNT
                           MOVE 9 TO HIT-RANK
                           MOVE SPACES TO HIT-ROLE DLV-ANY-ROLE
                           MOVE 'N' TO DLV-MAILING
                       END-IF
                       PERFORM JUDGE-ONE-RECORD
               END-READ
           END-PERFORM
           IF HOLD-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT
           END-IF
           CLOSE MAST-FILE ACC-FILE SEL-FILE

           PERFORM WRITE-SUMMARY

           DISPLAY "IMPACT: " CTL-ACCOUNTS " account(s) in the "
               "affected area (" CTL-BY-RADIUS " by radius, "
               CTL-BY-AREA " by city/district) - "
               CTL-LETTERS " to notify by letter, " CTL-NO-ADDR
               " without a deliverable address"
           DISPLAY "IMPACT: see " FUNCTION TRIM(WS-ACC-FILE-NAME)
               ", " FUNCTION TRIM(WS-SEL-FILE-NAME) ", "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF BS-OVERFLOW = 'Y' OR DS-OVERFLOW = 'Y'
              OR AB-MISSING = 'Y' OR CTL-UNASSIGNED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CRITERIA.
           OPEN INPUT CRIT-FILE
           IF WS-CRIT-STATUS NOT = '00'
               DISPLAY "IMPACT: cannot open criteria file "
                   FUNCTION TRIM(WS-CRIT-FILE-NAME)
                   " (status " WS-CRIT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CRIT-EOF = 'Y'
               READ CRIT-FILE
                   AT END MOVE 'Y' TO CRIT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CRIT-REC) NOT = SPACES
                          AND CRIT-REC(1:1) NOT = '*'
                           PERFORM STORE-ONE-CRITERION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRIT-FILE

           IF CEN-SET = 'N' AND AR-COUNT = 0
               DISPLAY "IMPACT: " FUNCTION TRIM(WS-CRIT-FILE-NAME)
                   " needs a CENTER or at least one AREA line"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CEN-SET = 'Y'
               MOVE CEN-LAT-TEXT TO CK-TEXT
               PERFORM CHECK-COORD-TEXT
               IF CK-OK = 'Y'
                   MOVE CEN-LON-TEXT TO CK-TEXT
                   PERFORM CHECK-COORD-TEXT
               END-IF
               IF CK-OK = 'N'
                   DISPLAY "IMPACT: CENTER coordinates are not "
                       "numeric"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RAD-TEXT TO CK-TEXT
               PERFORM CHECK-COORD-TEXT
               IF RAD-SET = 'N' OR CK-OK = 'N'
                   DISPLAY "IMPACT: CENTER given without a numeric "
                       "RADIUS_KM"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE CEN-LAT = FUNCTION NUMVAL(CEN-LAT-TEXT)
               COMPUTE CEN-LON = FUNCTION NUMVAL(CEN-LON-TEXT)
               COMPUTE RAD-KM = FUNCTION NUMVAL(RAD-TEXT)
           END-IF.

       STORE-ONE-CRITERION.
           MOVE SPACES TO CR-KEYWORD CR-VALUE1 CR-VALUE2
           UNSTRING CRIT-REC DELIMITED BY ';'
               INTO CR-KEYWORD CR-VALUE1 CR-VALUE2
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CR-KEYWORD))
               WHEN 'CENTER'
                   MOVE 'Y' TO CEN-SET
                   MOVE FUNCTION TRIM(CR-VALUE1) TO CEN-LAT-TEXT
                   MOVE FUNCTION TRIM(CR-VALUE2) TO CEN-LON-TEXT
               WHEN 'RADIUS_KM'
                   MOVE 'Y' TO RAD-SET
                   MOVE FUNCTION TRIM(CR-VALUE1) TO RAD-TEXT
               WHEN 'AREA'
                   IF AR-COUNT < 500
                      AND FUNCTION TRIM(CR-VALUE1) NOT = SPACES
                       ADD 1 TO AR-COUNT
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CR-VALUE1)) TO AR-CITY(AR-COUNT)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CR-VALUE2)) TO AR-DISTRICT(AR-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "IMPACT: unknown criterion "
                       FUNCTION TRIM(CR-KEYWORD) " ignored"
           END-EVALUATE.

       CHECK-COORD-TEXT.
           MOVE 'Y' TO CK-OK
           MOVE 0 TO CK-DOTS CK-DIGITS
           IF CK-TEXT = SPACES
               MOVE 'N' TO CK-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CK-TEXT)) TO CK-LEN
           MOVE FUNCTION TRIM(CK-TEXT) TO CK-TEXT
           PERFORM VARYING CK-POS FROM 1 BY 1 UNTIL CK-POS > CK-LEN
               EVALUATE TRUE
                   WHEN CK-TEXT(CK-POS:1) >= '0'
                    AND CK-TEXT(CK-POS:1) <= '9'
                       ADD 1 TO CK-DIGITS
                   WHEN CK-TEXT(CK-POS:1) = '.'
                       ADD 1 TO CK-DOTS
                   WHEN (CK-TEXT(CK-POS:1) = '-'
                     OR CK-TEXT(CK-POS:1) = '+') AND CK-POS = 1
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO CK-OK
               END-EVALUATE
           END-PERFORM
           IF CK-DOTS > 1 OR CK-DIGITS = 0
               MOVE 'N' TO CK-OK
           END-IF.

      *> 歸屬檔不在不擋：名單照出，分行全部 UNASSIGNED
       LOAD-ACCOUNT-BRANCHES.
           OPEN INPUT AB-FILE
           IF WS-AB-STATUS NOT = '00'
               DISPLAY "IMPACT: no assignment file "
                   FUNCTION TRIM(WS-AB-FILE-NAME)
                   " - all accounts counted as UNASSIGNED"
               MOVE 'Y' TO AB-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AB-EOF = 'Y'
               READ AB-FILE
                   AT END MOVE 'Y' TO AB-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AB-REC) NOT = SPACES
                          AND AB-REC(1:1) NOT = '*'
                           IF AB-LOADED >= 100000
                               MOVE 'Y' TO AB-OVERFLOW
                               MOVE 'Y' TO AB-EOF
                           ELSE
                               MOVE SPACES TO AB-REC-ACCT
                                   AB-REC-BRANCH
                               UNSTRING AB-REC DELIMITED BY ';'
                                   INTO AB-REC-ACCT AB-REC-BRANCH
                               END-UNSTRING
                               ADD 1 TO AB-LOADED
                               MOVE AB-LOADED TO AB-COUNT
                               MOVE FUNCTION TRIM(AB-REC-ACCT)
                                   TO AB-ACCT(AB-LOADED)
                               MOVE FUNCTION TRIM(AB-REC-BRANCH)
                                   TO AB-BRANCH(AB-LOADED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AB-FILE
           IF AB-OVERFLOW = 'Y'
               DISPLAY "IMPACT: more than 100000 accounts in "
                   FUNCTION TRIM(WS-AB-FILE-NAME)
                   " - nothing written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AB-LOADED > 0
               MOVE AB-LOADED TO AB-COUNT
               SORT AB-ENTRY ASCENDING KEY AB-ACCT
           END-IF.

      *> 一筆地址：先記可投遞的角色（寄件名單用），再判斷在不在
      *> 災區；有座標又有中心點就只看距離，不再對城市清單
       JUDGE-ONE-RECORD.
           IF MAST-OTHER = '*ERASED*'
               ADD 1 TO CTL-ERASED
               EXIT PARAGRAPH
           END-IF
           IF MAST-UNDELIV-FLAG NOT = 'U'
              AND MAST-UNDELIV-FLAG NOT = 'R'
               IF MAST-ROLE-MAILING
                   MOVE 'Y' TO DLV-MAILING
               END-IF
               IF DLV-ANY-ROLE = SPACES
                   MOVE MAST-ADDR-ROLE TO DLV-ANY-ROLE
               END-IF
           END-IF

           MOVE SPACES TO WS-REC-BASIS
           MOVE 0 TO WS-REC-KM
           IF CEN-SET = 'Y'
              AND FUNCTION TRIM(MAST-LATITUDE) NOT = SPACES
              AND FUNCTION TRIM(MAST-LONGITUDE) NOT = SPACES
               MOVE MAST-LATITUDE TO CK-TEXT
               PERFORM CHECK-COORD-TEXT
               IF CK-OK = 'Y'
                   MOVE MAST-LONGITUDE TO CK-TEXT
                   PERFORM CHECK-COORD-TEXT
               END-IF
               IF CK-OK = 'Y'
                   COMPUTE GD-LAT1 = FUNCTION NUMVAL(MAST-LATITUDE)
                   COMPUTE GD-LON1 = FUNCTION NUMVAL(MAST-LONGITUDE)
                   MOVE CEN-LAT TO GD-LAT2
                   MOVE CEN-LON TO GD-LON2
                   PERFORM COMPUTE-GREAT-CIRCLE-KM
                   IF GD-KM <= RAD-KM
                       MOVE 'RADIUS' TO WS-REC-BASIS
                       MOVE GD-KM TO WS-REC-KM
                   END-IF
                   PERFORM RANK-RECORD-HIT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CTL-BAD-COORD
           END-IF

           IF AR-COUNT = 0
               ADD 1 TO CTL-NO-COORD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
               TO WS-UP-CITY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-DISTRICT))
               TO WS-UP-DISTRICT
           MOVE 'N' TO AR-HIT
           PERFORM VARYING AR-IDX FROM 1 BY 1
                   UNTIL AR-IDX > AR-COUNT OR AR-HIT = 'Y'
               IF AR-CITY(AR-IDX) = WS-UP-CITY
                  AND (AR-DISTRICT(AR-IDX) = SPACES
                       OR AR-DISTRICT(AR-IDX) = WS-UP-DISTRICT)
                   MOVE 'Y' TO AR-HIT
               END-IF
           END-PERFORM
           IF AR-HIT = 'Y'
               MOVE 'AREA' TO WS-REC-BASIS
           END-IF
           PERFORM RANK-RECORD-HIT.

       RANK-RECORD-HIT.
           IF WS-REC-BASIS = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-REC-HIT
           EVALUATE TRUE
               WHEN MAST-ROLE-RESIDENTIAL MOVE 1 TO WS-REC-RANK
               WHEN MAST-ROLE-BUSINESS    MOVE 2 TO WS-REC-RANK
               WHEN OTHER                 MOVE 3 TO WS-REC-RANK
           END-EVALUATE
           IF WS-REC-RANK < HIT-RANK
               MOVE WS-REC-RANK TO HIT-RANK
               MOVE MAST-ADDR-ROLE TO HIT-ROLE
               MOVE WS-REC-BASIS TO HIT-BASIS
               MOVE WS-REC-KM TO HIT-KM
               MOVE MAST-CITY TO HIT-CITY
               MOVE MAST-DISTRICT TO HIT-DISTRICT
               MOVE MAST-ZIP TO HIT-ZIP
               IF MAST-UNDELIV-FLAG NOT = 'U'
                  AND MAST-UNDELIV-FLAG NOT = 'R'
                   MOVE 'Y' TO HIT-DELIVERABLE
               ELSE
                   MOVE 'N' TO HIT-DELIVERABLE
               END-IF
           END-IF.

      *> 帳號掃完：受災就寫清單、決定寄件角色、累計分行與行政區
       FINISH-ACCOUNT.
           IF HIT-RANK = 9
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-ACCOUNTS
           IF HIT-BASIS = 'RADIUS'
               ADD 1 TO CTL-BY-RADIUS
           ELSE
               ADD 1 TO CTL-BY-AREA
           END-IF
           MOVE 'UNASSIGNED' TO WS-BRANCH
           IF AB-LOADED > 0
               SEARCH ALL AB-ENTRY
                   AT END CONTINUE
                   WHEN AB-ACCT(AB-IX) = HOLD-ACCOUNT
                       MOVE AB-BRANCH(AB-IX) TO WS-BRANCH
               END-SEARCH
           END-IF
           IF WS-BRANCH = 'UNASSIGNED'
               ADD 1 TO CTL-UNASSIGNED
           END-IF

           MOVE SPACES TO ACC-REC
           IF HIT-BASIS = 'RADIUS'
               MOVE HIT-KM TO WS-KM-DISP
               STRING FUNCTION TRIM(HOLD-ACCOUNT) ";"
                   FUNCTION TRIM(HIT-ROLE) ";"
                   FUNCTION TRIM(WS-BRANCH) ";"
                   FUNCTION TRIM(HIT-CITY) ";"
                   FUNCTION TRIM(HIT-DISTRICT) ";"
                   FUNCTION TRIM(HIT-ZIP) ";RADIUS;"
                   FUNCTION TRIM(WS-KM-DISP)
                   DELIMITED BY SIZE INTO ACC-REC
           ELSE
               STRING FUNCTION TRIM(HOLD-ACCOUNT) ";"
                   FUNCTION TRIM(HIT-ROLE) ";"
                   FUNCTION TRIM(WS-BRANCH) ";"
                   FUNCTION TRIM(HIT-CITY) ";"
                   FUNCTION TRIM(HIT-DISTRICT) ";"
                   FUNCTION TRIM(HIT-ZIP) ";AREA;"
                   DELIMITED BY SIZE INTO ACC-REC
           END-IF
           WRITE ACC-REC

           EVALUATE TRUE
               WHEN DLV-MAILING = 'Y'
                   MOVE 'MAILING' TO WS-LETTER-ROLE
               WHEN HIT-DELIVERABLE = 'Y'
                   MOVE HIT-ROLE TO WS-LETTER-ROLE
               WHEN OTHER
                   MOVE DLV-ANY-ROLE TO WS-LETTER-ROLE
           END-EVALUATE
           IF WS-LETTER-ROLE NOT = SPACES
               ADD 1 TO CTL-LETTERS
               MOVE SPACES TO SEL-REC
               STRING FUNCTION TRIM(HOLD-ACCOUNT) ";"
                   FUNCTION TRIM(WS-LETTER-ROLE) ";"
                   FUNCTION TRIM(WS-BRANCH)
                   DELIMITED BY SIZE INTO SEL-REC
               WRITE SEL-REC
           ELSE
               ADD 1 TO CTL-NO-ADDR
           END-IF

           PERFORM TALLY-BRANCH
           PERFORM TALLY-DISTRICT.

       TALLY-BRANCH.
           MOVE 0 TO BS-FOUND
           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > BS-LOADED OR BS-FOUND > 0
               IF BS-BRANCH(BS-IDX) = WS-BRANCH
                   MOVE BS-IDX TO BS-FOUND
               END-IF
           END-PERFORM
           IF BS-FOUND = 0
               IF BS-LOADED >= 2000
                   MOVE 'Y' TO BS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BS-LOADED
               MOVE BS-LOADED TO BS-COUNT BS-FOUND
               MOVE WS-BRANCH TO BS-BRANCH(BS-FOUND)
               MOVE 0 TO BS-ACCOUNTS(BS-FOUND) BS-RADIUS(BS-FOUND)
                   BS-AREA(BS-FOUND) BS-LETTER(BS-FOUND)
                   BS-NO-ADDR(BS-FOUND)
           END-IF
           ADD 1 TO BS-ACCOUNTS(BS-FOUND)
           IF HIT-BASIS = 'RADIUS'
               ADD 1 TO BS-RADIUS(BS-FOUND)
           ELSE
               ADD 1 TO BS-AREA(BS-FOUND)
           END-IF
           IF WS-LETTER-ROLE NOT = SPACES
               ADD 1 TO BS-LETTER(BS-FOUND)
           ELSE
               ADD 1 TO BS-NO-ADDR(BS-FOUND)
           END-IF.

       TALLY-DISTRICT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HIT-CITY))
               TO WS-UP-CITY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HIT-DISTRICT))
               TO WS-UP-DISTRICT
           MOVE 0 TO DS-FOUND
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DS-LOADED OR DS-FOUND > 0
               IF DS-CITY(DS-IDX) = WS-UP-CITY
                  AND DS-DISTRICT(DS-IDX) = WS-UP-DISTRICT
                   MOVE DS-IDX TO DS-FOUND
               END-IF
           END-PERFORM
           IF DS-FOUND = 0
               IF DS-LOADED >= 10000
                   MOVE 'Y' TO DS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DS-LOADED
               MOVE DS-LOADED TO DS-COUNT DS-FOUND
               MOVE WS-UP-CITY TO DS-CITY(DS-FOUND)
               MOVE WS-UP-DISTRICT TO DS-DISTRICT(DS-FOUND)
               MOVE 0 TO DS-ACCOUNTS(DS-FOUND) DS-RADIUS(DS-FOUND)
                   DS-AREA(DS-FOUND)
           END-IF
           ADD 1 TO DS-ACCOUNTS(DS-FOUND)
           IF HIT-BASIS = 'RADIUS'
               ADD 1 TO DS-RADIUS(DS-FOUND)
           ELSE
               ADD 1 TO DS-AREA(DS-FOUND)
           END-IF.

       WRITE-SUMMARY.
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Disaster-area impact " FUNCTION TRIM(WS-EVENT-ID)
               " run " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF CEN-SET = 'Y'
               MOVE SPACES TO RPT-REC
               STRING "  Center " FUNCTION TRIM(CEN-LAT-TEXT) ", "
                   FUNCTION TRIM(CEN-LON-TEXT) "  radius "
                   FUNCTION TRIM(RAD-TEXT) " km"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           PERFORM VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > AR-COUNT
               MOVE SPACES TO RPT-REC
               STRING "  Area   " FUNCTION TRIM(AR-CITY(AR-IDX)) " "
                   FUNCTION TRIM(AR-DISTRICT(AR-IDX))
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Master records scanned            : " CTL-SCANNED
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Erased records skipped            : " CTL-ERASED
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Unreadable coordinates            : "
               CTL-BAD-COORD
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "No coordinates, no area list      : " CTL-NO-COORD
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Addresses inside the area         : " CTL-REC-HIT
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Accounts affected                 : " CTL-ACCOUNTS
               "  (radius " CTL-BY-RADIUS ", city/district "
               CTL-BY-AREA ")"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Selected for letters              : " CTL-LETTERS
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "No deliverable address            : " CTL-NO-ADDR
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Accounts without a branch         : "
               CTL-UNASSIGNED
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "By branch" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BRANCH      ACCOUNTS   RADIUS     AREA  LETTERS"
               "  NO-ADDR"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF BS-LOADED > 0
               MOVE BS-LOADED TO BS-COUNT
               SORT BS-ENTRY ASCENDING KEY BS-BRANCH
           END-IF
           PERFORM VARYING BS-IDX FROM 1 BY 1 UNTIL BS-IDX > BS-LOADED
               MOVE SPACES TO RPT-REC
               MOVE BS-BRANCH(BS-IDX) TO RPT-REC(1:10)
               MOVE BS-ACCOUNTS(BS-IDX) TO RL-DISP
               MOVE RL-DISP TO RPT-REC(13:7)
               MOVE BS-RADIUS(BS-IDX) TO RL-DISP
               MOVE RL-DISP TO RPT-REC(22:7)
               MOVE BS-AREA(BS-IDX) TO RL-DISP
               MOVE RL-DISP TO RPT-REC(31:7)
               MOVE BS-LETTER(BS-IDX) TO RL-DISP
               MOVE RL-DISP TO RPT-REC(40:7)
               MOVE BS-NO-ADDR(BS-IDX) TO RL-DISP
               MOVE RL-DISP TO RPT-REC(49:7)
               WRITE RPT-REC
           END-PERFORM
           IF BS-OVERFLOW = 'Y'
               MOVE "  (more than 2000 branches - list incomplete)"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "By city / district (accounts;radius;area)" TO RPT-REC
           WRITE RPT-REC
           IF DS-LOADED > 0
               MOVE DS-LOADED TO DS-COUNT
               SORT DS-ENTRY ASCENDING KEY DS-CITY DS-DISTRICT
           END-IF
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-LOADED
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(DS-CITY(DS-IDX)) " / "
                   FUNCTION TRIM(DS-DISTRICT(DS-IDX)) ";"
                   DS-ACCOUNTS(DS-IDX) ";" DS-RADIUS(DS-IDX) ";"
                   DS-AREA(DS-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           IF DS-OVERFLOW = 'Y'
               MOVE "  (more than 10000 districts - list incomplete)"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           CLOSE RPT-FILE.

       *> haversine 大圓距離：a = sin²(Δφ/2)+cosφ1·cosφ2·sin²(Δλ/2)
       *> d = 2R·asin(√a)，asin 用 atan(x/√(1-x²)) 換算，R=6371km
       COMPUTE-GREAT-CIRCLE-KM.
           COMPUTE GD-LAT1 = GD-LAT1 * GD-PI / 180
           COMPUTE GD-LON1 = GD-LON1 * GD-PI / 180
           COMPUTE GD-LAT2 = GD-LAT2 * GD-PI / 180
           COMPUTE GD-LON2 = GD-LON2 * GD-PI / 180
           COMPUTE GD-DLAT = (GD-LAT2 - GD-LAT1) / 2
           COMPUTE GD-DLON = (GD-LON2 - GD-LON1) / 2
           COMPUTE GD-A =
               FUNCTION SIN(GD-DLAT) * FUNCTION SIN(GD-DLAT)
               + FUNCTION COS(GD-LAT1) * FUNCTION COS(GD-LAT2)
               * FUNCTION SIN(GD-DLON) * FUNCTION SIN(GD-DLON)
           IF GD-A >= 1
               COMPUTE GD-KM = 6371 * GD-PI
           ELSE
               COMPUTE GD-ROOT = FUNCTION SQRT(GD-A)
               COMPUTE GD-KM = 2 * 6371 * FUNCTION ATAN(
                   GD-ROOT / FUNCTION SQRT(1 - GD-A))
           END-IF.
