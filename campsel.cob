      *>   MIN_SCORE;數字        （MAST-SCORE 下限）
      *>   REQUIRE_DELIVERABLE;Y （排除退郵旗標 U/R 的帳號）
      *>   GEO_PRECISION;值,值   （MAST-GEO-PRECISION 白名單）
      *>   ROLE;角色             （MAILING / RESIDENTIAL / BUSINESS，
      *>                          多行 = 其中一個符合即可）
      *>   ADDRESS_TYPE;類型     （RES/COM/INS/GOV/MIL，NONE = 未分類，
      *>                          多行 = 其中一個符合即可）
      *> 沒給 ROLE 時一個帳號只挑一個地址：MAILING 優先、其次
      *> RESIDENTIAL、最後 BUSINESS，其他角色的記錄計入「同帳號
      *> 其他角色」，不會同一戶寄兩份。
      *> 整份主檔循序掃描，每條規則刷掉幾筆逐條計數出報表 -
      *> 事後要說明名單怎麼來的，數字都在。
      *> 擷取檔照輸出 CSV 的標準欄位順序（Chinese/Original 留空，
      *> 其餘欄位用主檔值填），下游照舊的欄位位置讀。
      *> 每次挑選是一檔活動（CAMPSEL_CAMPAIGN_ID，預設
      *> CMPYYYYMMDD），另出活動名單 campaign_members_<活動>.txt，
      *> 一行「帳號;角色;狀態;郵遞區號;城市;分數;定位精度;退郵旗標」，
      *> 狀態 M = 寄出、S = 被 MIN_SCORE 刷掉、D = 被可投遞規則
      *> 刷掉（沒寄的這兩群留著當對照組，CAMPRESP 拿回應率比
      *> 規則值不值得）；活動登記簿 campaign_register.txt 追加一行
      *> 「活動;挑選日;回應截止日;擷取檔;名單檔;MIN_SCORE;
      *>   REQUIRE_DELIVERABLE;寄出數;S 數;D 數」，
      *> 回應截止日 = 挑選日 + CAMPSEL_WINDOW_DAYS（預設 60）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMB-FILE ASSIGN TO DYNAMIC WS-MEMB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREG-FILE ASSIGN TO 'campaign_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  EXT-REC         PIC X(3000).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(150).
       FD  MEMB-FILE.
       01  MEMB-REC        PIC X(200).
       FD  CREG-FILE.
       01  CREG-REC        PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-CRIT-STATUS       PIC XX.
       01 WS-EXT-FILE-NAME     PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-MEMB-FILE-NAME    PIC X(100).
       01 WS-CREG-STATUS       PIC XX.
       01 WS-CAMPAIGN-ID       PIC X(20).
       01 WS-WINDOW-DAYS       PIC 9(4) VALUE 60.
       01 WS-WINDOW-END        PIC 9(8).
       01 WS-MEMB-STATUS       PIC X(1).
       01 WS-MIN-SCORE-TEXT    PIC X(3).
       01 CRIT-EOF             PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.

       01 SEL-MIN-SCORE-SET    PIC X VALUE 'N'.
       01 SEL-REQ-DELIV        PIC X VALUE 'N'.
       01 SEL-GEOPREC-LIST     PIC X(50) VALUE SPACES.
       01 SEL-ROLE-TABLE.
           05 SEL-ROLE OCCURS 3 TIMES PIC X(12).
       01 SEL-ROLE-CNT         PIC 9 VALUE 0.
       01 SEL-ATYPE-TABLE.
           05 SEL-ATYPE OCCURS 6 TIMES PIC X(3).
       01 SEL-ATYPE-CNT        PIC 9 VALUE 0.

       *> 沒給 ROLE：同帳號的記錄先留最優先角色那一筆（主鍵是
       *> 帳號+角色，同帳號的記錄一定連在一起），帳號換了或
       *> 檔尾再拿留著的那筆過規則
       01 HOLD-REC             PIC X(2000).
       01 HOLD-ACCOUNT         PIC X(30).
       01 HOLD-RANK            PIC 9 VALUE 0.
       01 CUR-REC              PIC X(2000).
       01 CUR-RANK             PIC 9.
       01 WS-IDX               PIC 9(2).
       01 WS-HIT-SW            PIC X.
       01 WS-ZIP-TRIM          PIC X(10).
       01 CTL-EXCL-SCORE       PIC 9(7) VALUE 0.
       01 CTL-EXCL-DELIV       PIC 9(7) VALUE 0.
       01 CTL-EXCL-GEOPREC     PIC 9(7) VALUE 0.
       01 CTL-EXCL-ROLE        PIC 9(7) VALUE 0.
       01 CTL-EXCL-ATYPE       PIC 9(7) VALUE 0.
       01 CTL-ALT-ROLE         PIC 9(7) VALUE 0.
       01 EXT-PTR              PIC 9(5).
       01 WS-SCORE-DISP        PIC ZZ9.

           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CRIT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-EXT-FILE-NAME WS-RPT-FILE-NAME
           STRING 'campaign_extract_' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-EXT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           END-IF
           STRING 'campaign_counts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-CAMPAIGN-ID
           STRING 'CMP' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-CAMPAIGN-ID
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CAMPSEL_CAMPAIGN_ID'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-CAMPAIGN-ID
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CAMPSEL_WINDOW_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-WINDOW-DAYS)
           MOVE SPACES TO WS-MEMB-FILE-NAME
           STRING 'campaign_members_' FUNCTION TRIM(WS-CAMPAIGN-ID)
               '.txt'
               DELIMITED BY SIZE INTO WS-MEMB-FILE-NAME

           PERFORM LOAD-CRITERIA

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXT-FILE MEMB-FILE
           MOVE SPACES TO EXT-REC
           STRING
             "Chinese;Original;Room/RM;Floor/F;Building;NO;ALY;"
             DELIMITED BY SIZE INTO EXT-REC
           WRITE EXT-REC

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-SCANNED
                       IF SEL-ROLE-CNT > 0
                           PERFORM EVALUATE-ONE-RECORD
                       ELSE
                           PERFORM HOLD-PREFERRED-ROLE
                       END-IF
               END-READ
           END-PERFORM
           IF HOLD-RANK > 0
               MOVE HOLD-REC TO MAST-REC
               PERFORM EVALUATE-ONE-RECORD
           END-IF
           CLOSE MAST-FILE EXT-FILE MEMB-FILE

           PERFORM WRITE-COUNT-REPORT
           PERFORM REGISTER-CAMPAIGN
           DISPLAY "CAMPSEL: " CTL-SELECTED " of " CTL-SCANNED
               " selected - see " FUNCTION TRIM(WS-EXT-FILE-NAME)
           DISPLAY "CAMPSEL: campaign " FUNCTION TRIM(WS-CAMPAIGN-ID)
               " registered, responses counted through "
               WS-WINDOW-END
           STOP RUN.

       LOAD-CRITERIA.
               WHEN 'GEO_PRECISION'
                   MOVE FUNCTION TRIM(CR-VALUE1)
                       TO SEL-GEOPREC-LIST
               WHEN 'ROLE'
                   EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       CR-VALUE1))
                       WHEN 'MAILING'
                       WHEN 'RESIDENTIAL'
                       WHEN 'BUSINESS'
                           IF SEL-ROLE-CNT < 3
                               ADD 1 TO SEL-ROLE-CNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   CR-VALUE1)) TO SEL-ROLE(SEL-ROLE-CNT)
                           END-IF
                       WHEN OTHER
                           DISPLAY "WARNING: criteria file - unknown "
                               "role " FUNCTION TRIM(CR-VALUE1)
                   END-EVALUATE
               WHEN 'ADDRESS_TYPE'
                   EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       CR-VALUE1))
                       WHEN 'RES'
                       WHEN 'COM'
                       WHEN 'INS'
                       WHEN 'GOV'
                       WHEN 'MIL'
                           IF SEL-ATYPE-CNT < 6
                               ADD 1 TO SEL-ATYPE-CNT
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   CR-VALUE1))
                                   TO SEL-ATYPE(SEL-ATYPE-CNT)
                           END-IF
                       WHEN 'NONE'
                           *> 未分類的主檔記錄類型欄是空白
                           IF SEL-ATYPE-CNT < 6
                               ADD 1 TO SEL-ATYPE-CNT
                               MOVE SPACES TO SEL-ATYPE(SEL-ATYPE-CNT)
                           END-IF
                       WHEN OTHER
                           DISPLAY "WARNING: criteria file - unknown "
                               "address type " FUNCTION TRIM(CR-VALUE1)
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "WARNING: criteria file - unknown keyword "
                       FUNCTION TRIM(CR-KEYWORD)
           END-EVALUATE.

       *> 沒給 ROLE 時的一帳號一地址：帳號換了就先把上一個帳號
       *> 留著的那筆過規則，同帳號的就留角色優先序比較前面的
       HOLD-PREFERRED-ROLE.
           EVALUATE MAST-ADDR-ROLE
               WHEN 'MAILING'     MOVE 1 TO CUR-RANK
               WHEN 'RESIDENTIAL' MOVE 2 TO CUR-RANK
               WHEN OTHER         MOVE 3 TO CUR-RANK
           END-EVALUATE
           IF HOLD-RANK > 0 AND MAST-ACCOUNT-ID = HOLD-ACCOUNT
               ADD 1 TO CTL-ALT-ROLE
               IF CUR-RANK < HOLD-RANK
                   MOVE MAST-REC TO HOLD-REC
                   MOVE CUR-RANK TO HOLD-RANK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE MAST-REC TO CUR-REC
           IF HOLD-RANK > 0
               MOVE HOLD-REC TO MAST-REC
               PERFORM EVALUATE-ONE-RECORD
           END-IF
           MOVE CUR-REC TO HOLD-REC
           MOVE CUR-REC TO MAST-REC
           MOVE MAST-ACCOUNT-ID TO HOLD-ACCOUNT
           MOVE CUR-RANK TO HOLD-RANK.

       *> 一筆主檔依序過每條規則，第一條刷掉的規則計數；
       *> 全部過了才進擷取檔。
       EVALUATE-ONE-RECORD.
           IF SEL-ROLE-CNT > 0
               MOVE 'N' TO WS-HIT-SW
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > SEL-ROLE-CNT
                          OR WS-HIT-SW = 'Y'
                   IF SEL-ROLE(WS-IDX) = MAST-ADDR-ROLE
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               END-PERFORM
               IF WS-HIT-SW = 'N'
                   ADD 1 TO CTL-EXCL-ROLE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF SEL-COUNTRY-CNT > 0
               MOVE 'N' TO WS-HIT-SW
               PERFORM VARYING WS-IDX FROM 1 BY 1
               END-IF
           END-IF

           IF SEL-ATYPE-CNT > 0
               MOVE 'N' TO WS-HIT-SW
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > SEL-ATYPE-CNT
                          OR WS-HIT-SW = 'Y'
                   IF SEL-ATYPE(WS-IDX) = MAST-ADDR-TYPE
                       MOVE 'Y' TO WS-HIT-SW
                   END-IF
               END-PERFORM
               IF WS-HIT-SW = 'N'
                   ADD 1 TO CTL-EXCL-ATYPE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF SEL-MIN-SCORE-SET = 'Y'
              AND MAST-SCORE < SEL-MIN-SCORE
               ADD 1 TO CTL-EXCL-SCORE
               MOVE 'S' TO WS-MEMB-STATUS
               PERFORM WRITE-MEMBER-ROW
               EXIT PARAGRAPH
           END-IF

              AND (MAST-UNDELIV-FLAG = 'U'
                   OR MAST-UNDELIV-FLAG = 'R')
               ADD 1 TO CTL-EXCL-DELIV
               MOVE 'D' TO WS-MEMB-STATUS
               PERFORM WRITE-MEMBER-ROW
               EXIT PARAGRAPH
           END-IF

           END-IF

           ADD 1 TO CTL-SELECTED
           MOVE 'M' TO WS-MEMB-STATUS
           PERFORM WRITE-MEMBER-ROW
           PERFORM WRITE-EXTRACT-ROW.

      *> 活動名單一行：寄出的跟被分數/可投遞規則刷掉的都記，
      *> 挑選當下的分數、定位精度、退郵旗標一起留
       WRITE-MEMBER-ROW.
           MOVE MAST-SCORE TO WS-SCORE-DISP
           MOVE SPACES TO MEMB-REC
           STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               WS-MEMB-STATUS ";"
               FUNCTION TRIM(MAST-ZIP) ";"
               FUNCTION TRIM(MAST-CITY) ";"
               FUNCTION TRIM(WS-SCORE-DISP) ";"
               FUNCTION TRIM(MAST-GEO-PRECISION) ";"
               MAST-UNDELIV-FLAG
               DELIMITED BY SIZE INTO MEMB-REC
           WRITE MEMB-REC.

      *> 活動登記簿（只追加）：CAMPRESP 依活動代碼找名單與截止日
       REGISTER-CAMPAIGN.
           OPEN EXTEND CREG-FILE
           IF WS-CREG-STATUS NOT = '00'
               OPEN OUTPUT CREG-FILE
           END-IF
           MOVE SPACES TO CREG-REC
           MOVE SPACES TO WS-MIN-SCORE-TEXT
           IF SEL-MIN-SCORE-SET = 'Y'
               MOVE SEL-MIN-SCORE TO WS-SCORE-DISP
               MOVE FUNCTION TRIM(WS-SCORE-DISP) TO WS-MIN-SCORE-TEXT
           END-IF
           STRING FUNCTION TRIM(WS-CAMPAIGN-ID) ";"
               WS-RUN-DATE ";" WS-WINDOW-END ";"
               FUNCTION TRIM(WS-EXT-FILE-NAME) ";"
               FUNCTION TRIM(WS-MEMB-FILE-NAME) ";"
               FUNCTION TRIM(WS-MIN-SCORE-TEXT) ";"
               SEL-REQ-DELIV ";"
               CTL-SELECTED ";" CTL-EXCL-SCORE ";" CTL-EXCL-DELIV
               DELIMITED BY SIZE INTO CREG-REC
           WRITE CREG-REC
           CLOSE CREG-FILE.

       *> 標準欄位順序的一列：Chinese/Original 留空、29 個解析
       *> 欄位 + Concat(留空) + Score + AccountID + Landmark。
       WRITE-EXTRACT-ROW.
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Other role, same account   : " CTL-ALT-ROLE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Excluded by ROLE           : " CTL-EXCL-ROLE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Excluded by COUNTRY        : " CTL-EXCL-COUNTRY
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Excluded by ADDRESS_TYPE   : " CTL-EXCL-ATYPE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Excluded by MIN_SCORE      : " CTL-EXCL-SCORE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
