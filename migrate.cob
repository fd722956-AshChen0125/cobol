       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRATE.
      *> 客戶遷徙分析（月報）：策略與分行規劃要知道客戶往哪裡
      *> 搬。address_changes_*.txt 每天一份（一行「帳號;欄位;
      *> 舊值;新值;日期;地址角色」，同一筆地址的欄位異動連續
      *> 寫在一起），這支把 MIGRATE_MONTH（YYYYMM，預設上個月）
      *> 跟前一個月的檔一起掃：
      *>   - 同一筆地址（帳號 + 角色）當天 CITY / DISTRICT /
      *>     COUNTRY 任一個變了就是一次搬遷；沒變的那幾欄取主檔
      *>     現值補上（異動檔只記有變的欄位）
      *>   - 同一帳號同一天只算一次，角色依 RESIDENTIAL →
      *>     MAILING → BUSINESS 取一筆
      *>   - 搬遷類別：X 跨國（兩邊國家都有值而且不同）、C 跨城市、
      *>     D 同城市換行政區；大小寫不同不算搬
      *> 報表 migration_YYYYMM.txt：
      *>   - 依城市（國家/城市）的遷入、遷出、淨額，對照前一個月
      *>     的淨額與增減
      *>   - 依城市/行政區的遷入、遷出、淨額（含同城市換行政區）
      *>   - 城市對城市的前 MIGRATE_TOP 名（預設 20）遷徙路線，
      *>     附前一個月同路線的件數
      *>   - 跨國搬遷的國家對國家矩陣
      *>   - 依帳號歸屬分行（account_branch.txt，帳號;分行代碼）
      *>     的搬遷件數分類別，本月與前一個月
      *> 另出 migration_leavers_YYYYMM.txt，本月跨城市/跨國搬走的
      *> 帳號依分行排好，一行「分行;帳號;日期;角色;類別;原城市;
      *> 原行政區;新城市;新行政區;原國家;新國家」，分行拿去看誰
      *> 離開了服務範圍。
      *>   MIGRATE_MONTH          = 報表月份（YYYYMM）
      *>   MIGRATE_TOP            = 路線排名列幾名
      *>   MIGRATE_ACCOUNT_BRANCH = 歸屬檔（預設 account_branch.txt；
      *>                            不在就全部歸 UNASSIGNED，RC 4）
      *>   ADDRMAST_MAST_FILE     = 地址主檔
      *> 兩個月都沒有異動檔 RC 4；主檔開不了 RC 12。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LS-FILE ASSIGN TO 'migrate_ls.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT AB-FILE ASSIGN TO DYNAMIC WS-AB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LV-FILE ASSIGN TO DYNAMIC WS-LV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LS-FILE.
       01  LS-REC          PIC X(150).
       FD  DATA-FILE.
       01  DATA-REC        PIC X(400).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  AB-FILE.
       01  AB-REC          PIC X(50).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).
       FD  LV-FILE.
       01  LV-REC          PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-COMMAND           PIC X(200).
       01 WS-LS-STATUS         PIC XX.
       01 WS-DATA-FILE-NAME    PIC X(150).
       01 WS-DATA-STATUS       PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-AB-FILE-NAME      PIC X(100).
       01 WS-AB-STATUS         PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-LV-FILE-NAME      PIC X(100).
       01 LS-EOF               PIC X.
       01 DATA-EOF             PIC X.
       01 AB-EOF               PIC X VALUE 'N'.

       01 WS-PERIOD            PIC 9(6).
       01 WS-PRIOR             PIC 9(6).
       01 WS-TOP-N             PIC 9(3) VALUE 20.
       01 WS-FILE-DATE         PIC X(8).
       01 WS-FILE-PERIOD       PIC X(1).

       *> 異動檔清單（日期遞增處理）
       01 CHG-FILE-TABLE.
           05 CHG-FILE-ENTRY OCCURS 100 TIMES.
               10 CHG-FILE-DATE    PIC X(8).
               10 CHG-FILE-PER     PIC X(1).
       01 CHG-FILE-COUNT       PIC 9(3) VALUE 0.
       01 CHG-IDX              PIC 9(3).
       01 CHG-IDX2             PIC 9(3).
       01 CHG-SWAP             PIC X(9).

       *> 異動行拆欄
       01 CHG-ACCOUNT          PIC X(100).
       01 CHG-FIELD            PIC X(20).
       01 CHG-OLD              PIC X(100).
       01 CHG-NEW              PIC X(100).
       01 CHG-DATE             PIC X(8).
       01 CHG-ROLE             PIC X(20).

       *> 目前累積中的一筆地址（帳號 + 角色 + 日期）
       01 GRP-ACTIVE           PIC X VALUE 'N'.
       01 GRP-ACCOUNT          PIC X(30).
       01 GRP-ROLE             PIC X(12).
       01 GRP-DATE             PIC X(8).
       01 GRP-SEEN-CITY        PIC X.
       01 GRP-SEEN-DISTRICT    PIC X.
       01 GRP-SEEN-COUNTRY     PIC X.
       01 GRP-OLD-CITY         PIC X(40).
       01 GRP-NEW-CITY         PIC X(40).
       01 GRP-OLD-DISTRICT     PIC X(40).
       01 GRP-NEW-DISTRICT     PIC X(40).
       01 GRP-OLD-COUNTRY      PIC X(40).
       01 GRP-NEW-COUNTRY      PIC X(40).

       *> 搬遷明細（排序後同帳號同日只留一筆）
       01 MV-COUNT             PIC 9(6) VALUE 1.
       01 MV-TABLE.
           05 MV-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON MV-COUNT.
               10 MV-ACCOUNT       PIC X(30).
               10 MV-DATE          PIC X(8).
               10 MV-RANK          PIC 9.
               10 MV-PERIOD        PIC X(1).
               10 MV-ROLE          PIC X(12).
               10 MV-TYPE          PIC X(1).
               10 MV-KEEP          PIC X(1).
               10 MV-BRANCH        PIC X(10).
               10 MV-FROM-COUNTRY  PIC X(40).
               10 MV-FROM-CITY     PIC X(40).
               10 MV-FROM-DISTRICT PIC X(40).
               10 MV-TO-COUNTRY    PIC X(40).
               10 MV-TO-CITY       PIC X(40).
               10 MV-TO-DISTRICT   PIC X(40).
       01 MV-LOADED            PIC 9(6) VALUE 0.
       01 MV-IDX               PIC 9(6).
       01 MV-OVERFLOW          PIC X VALUE 'N'.
       01 WS-PREV-ACCOUNT      PIC X(30).
       01 WS-PREV-DATE         PIC X(8).

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

       *> 彙總用的事件表：一段報表裝一次，依鍵排序後逐組加總
       01 EV-COUNT             PIC 9(6) VALUE 1.
       01 EV-TABLE.
           05 EV-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON EV-COUNT.
               10 EV-KEY           PIC X(90).
               10 EV-PERIOD        PIC X(1).
      *>       I 遷入、O 遷出；分行段放搬遷類別 X / C / D
               10 EV-DIR           PIC X(1).
       01 EV-LOADED            PIC 9(6) VALUE 0.
       01 EV-IDX               PIC 9(6).
       01 EV-OVERFLOW          PIC X VALUE 'N'.
       01 WS-EV-KEY            PIC X(90).
       01 WS-EV-DIR            PIC X(1).
       01 WS-SECTION           PIC X(1).
       01 WS-GRP-KEY           PIC X(90).
      *> 一組的件數：(期別 1 本月 / 2 前月, 方向 I O X C D)
       01 GC-TABLE.
           05 GC-PER OCCURS 2 TIMES.
               10 GC-DIR OCCURS 5 TIMES PIC 9(7).
       01 GC-P                 PIC 9.
       01 GC-D                 PIC 9.

       *> 路線排名
       01 CT-COUNT             PIC 9(6) VALUE 1.
       01 CT-TABLE.
           05 CT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON CT-COUNT.
               10 CT-CUR           PIC 9(7).
               10 CT-PRIOR         PIC 9(7).
               10 CT-KEY           PIC X(90).
       01 CT-LOADED            PIC 9(6) VALUE 0.
       01 CT-IDX               PIC 9(6).

       01 WS-NET               PIC S9(7).
       01 WS-NET-PRIOR         PIC S9(7).
       01 WS-NET-CHANGE        PIC S9(7).
       01 RL-NUM1              PIC Z(6)9.
       01 RL-NUM2              PIC Z(6)9.
       01 RL-NUM3              PIC Z(6)9.
       01 RL-NUM4              PIC Z(6)9.
       01 RL-NUM5              PIC Z(6)9.
       01 RL-NUM6              PIC Z(6)9.
       01 RL-SIGNED1           PIC -(7)9.
       01 RL-SIGNED2           PIC -(7)9.
       01 RL-SIGNED3           PIC -(7)9.
       01 RL-RANK              PIC ZZ9.

       01 CTL-FILES-CUR        PIC 9(5) VALUE 0.
       01 CTL-FILES-PRIOR      PIC 9(5) VALUE 0.
       01 CTL-CHG-LINES        PIC 9(9) VALUE 0.
       01 CTL-ADDR-MOVES       PIC 9(7) VALUE 0.
       01 CTL-SAME-DAY         PIC 9(7) VALUE 0.
       01 CTL-NOT-ON-MAST      PIC 9(7) VALUE 0.
       01 CTL-UNASSIGNED       PIC 9(7) VALUE 0.
       01 CTL-LEAVERS          PIC 9(7) VALUE 0.
       01 CTL-TYPE-TABLE.
           05 CTL-TYPE-PER OCCURS 2 TIMES.
               10 CTL-TYPE-X       PIC 9(7).
               10 CTL-TYPE-C       PIC 9(7).
               10 CTL-TYPE-D       PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARAMETERS
           PERFORM LOAD-ACCOUNT-BRANCHES

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "MIGRATE: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COLLECT-CHANGE-FILES
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-FILE-COUNT
               PERFORM SCAN-CHANGE-FILE
           END-PERFORM
           CLOSE MAST-FILE

           PERFORM KEEP-ONE-MOVE-PER-DAY

           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 'A' TO WS-SECTION
           PERFORM REPORT-CITY-NET
           MOVE 'B' TO WS-SECTION
           PERFORM REPORT-DISTRICT-NET
           MOVE 'R' TO WS-SECTION
           PERFORM REPORT-CORRIDORS
           MOVE 'N' TO WS-SECTION
           PERFORM REPORT-COUNTRIES
           MOVE 'H' TO WS-SECTION
           PERFORM REPORT-BRANCHES
           IF EV-OVERFLOW = 'Y' OR MV-OVERFLOW = 'Y'
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE "*** table limit reached - figures are partial ***"
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           CLOSE RPT-FILE

           PERFORM WRITE-LEAVERS

           DISPLAY "MIGRATE: " WS-PERIOD " - " CTL-FILES-CUR
               " change file(s), " CTL-TYPE-X(1) " cross-border, "
               CTL-TYPE-C(1) " city, " CTL-TYPE-D(1)
               " district move(s); prior " WS-PRIOR " - "
               CTL-FILES-PRIOR " file(s)"
           DISPLAY "MIGRATE: see " FUNCTION TRIM(WS-RPT-FILE-NAME)
               " / " FUNCTION TRIM(WS-LV-FILE-NAME)
           IF CHG-FILE-COUNT = 0 OR AB-MISSING = 'Y'
              OR CTL-UNASSIGNED > 0 OR EV-OVERFLOW = 'Y'
              OR MV-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           *> 預設上個月（月初跑上月的報表）
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           IF WS-RUN-DATE(5:2) = '01'
               SUBTRACT 89 FROM WS-PERIOD
           ELSE
               SUBTRACT 1 FROM WS-PERIOD
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MIGRATE_MONTH'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE)(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD(5:2) < '01' OR WS-PERIOD(5:2) > '12'
               DISPLAY "MIGRATE: invalid month " WS-PERIOD
                   " (YYYYMM)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO WS-PRIOR
           IF WS-PERIOD(5:2) = '01'
               SUBTRACT 89 FROM WS-PRIOR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MIGRATE_TOP'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TOP-N
           END-IF

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE 'account_branch.txt' TO WS-AB-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'MIGRATE_ACCOUNT_BRANCH'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AB-FILE-NAME
           END-IF
           MOVE SPACES TO WS-RPT-FILE-NAME WS-LV-FILE-NAME
           STRING 'migration_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           STRING 'migration_leavers_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-LV-FILE-NAME.

      *> 歸屬檔不在不擋：報表照出，分行全部 UNASSIGNED
       LOAD-ACCOUNT-BRANCHES.
           OPEN INPUT AB-FILE
           IF WS-AB-STATUS NOT = '00'
               DISPLAY "MIGRATE: no assignment file "
                   FUNCTION TRIM(WS-AB-FILE-NAME)
                   " - all moves counted as UNASSIGNED"
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
               DISPLAY "MIGRATE: more than 100000 accounts in "
                   FUNCTION TRIM(WS-AB-FILE-NAME)
                   " - nothing written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AB-LOADED > 0
               MOVE AB-LOADED TO AB-COUNT
               SORT AB-ENTRY ASCENDING KEY AB-ACCT
           END-IF.

      *> 本月跟前一個月的異動檔，依日期遞增排序
       COLLECT-CHANGE-FILES.
           MOVE 'ls -1 address_changes_*.txt > migrate_ls.txt '
               & '2>/dev/null' TO WS-COMMAND
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
                       MOVE LS-REC(17:8) TO WS-FILE-DATE
                       MOVE SPACE TO WS-FILE-PERIOD
                       IF WS-FILE-DATE IS NUMERIC
                           IF WS-FILE-DATE(1:6) = WS-PERIOD
                               MOVE 'C' TO WS-FILE-PERIOD
                           END-IF
                           IF WS-FILE-DATE(1:6) = WS-PRIOR
                               MOVE 'P' TO WS-FILE-PERIOD
                           END-IF
                       END-IF
                       IF WS-FILE-PERIOD NOT = SPACE
                          AND CHG-FILE-COUNT < 100
                           ADD 1 TO CHG-FILE-COUNT
                           MOVE WS-FILE-DATE
                               TO CHG-FILE-DATE(CHG-FILE-COUNT)
                           MOVE WS-FILE-PERIOD
                               TO CHG-FILE-PER(CHG-FILE-COUNT)
                           IF WS-FILE-PERIOD = 'C'
                               ADD 1 TO CTL-FILES-CUR
                           ELSE
                               ADD 1 TO CTL-FILES-PRIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LS-FILE
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-FILE-COUNT
               PERFORM VARYING CHG-IDX2 FROM CHG-IDX BY 1
                       UNTIL CHG-IDX2 > CHG-FILE-COUNT
                   IF CHG-FILE-DATE(CHG-IDX2) <
                      CHG-FILE-DATE(CHG-IDX)
                       MOVE CHG-FILE-ENTRY(CHG-IDX) TO CHG-SWAP
                       MOVE CHG-FILE-ENTRY(CHG-IDX2)
                           TO CHG-FILE-ENTRY(CHG-IDX)
                       MOVE CHG-SWAP TO CHG-FILE-ENTRY(CHG-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> 一天的異動檔：帳號 + 角色換了就結算前一筆地址
       SCAN-CHANGE-FILE.
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING 'address_changes_' CHG-FILE-DATE(CHG-IDX) '.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO GRP-ACTIVE
           PERFORM UNTIL DATA-EOF = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO DATA-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DATA-REC) NOT = SPACES
                          AND DATA-REC(1:4) NOT = 'MAN;'
                           ADD 1 TO CTL-CHG-LINES
                           PERFORM TAKE-CHANGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           IF GRP-ACTIVE = 'Y'
               PERFORM FINISH-ADDRESS-GROUP
           END-IF.

       TAKE-CHANGE-LINE.
           MOVE SPACES TO CHG-ACCOUNT CHG-FIELD CHG-OLD CHG-NEW
               CHG-DATE CHG-ROLE
           UNSTRING DATA-REC DELIMITED BY ';'
               INTO CHG-ACCOUNT CHG-FIELD CHG-OLD CHG-NEW CHG-DATE
                    CHG-ROLE
           END-UNSTRING
           IF FUNCTION TRIM(CHG-ACCOUNT) = SPACES
               EXIT PARAGRAPH
           END-IF
           *> 舊格式沒有角色欄的行當 MAILING
           IF CHG-ROLE = SPACES
               MOVE 'MAILING' TO CHG-ROLE
           END-IF
           IF GRP-ACTIVE = 'Y'
              AND (FUNCTION TRIM(CHG-ACCOUNT) NOT = GRP-ACCOUNT
                   OR FUNCTION TRIM(CHG-ROLE) NOT = GRP-ROLE
                   OR CHG-DATE NOT = GRP-DATE)
               PERFORM FINISH-ADDRESS-GROUP
           END-IF
           IF GRP-ACTIVE = 'N'
               MOVE 'Y' TO GRP-ACTIVE
               MOVE FUNCTION TRIM(CHG-ACCOUNT) TO GRP-ACCOUNT
               MOVE FUNCTION TRIM(CHG-ROLE) TO GRP-ROLE
               MOVE CHG-DATE TO GRP-DATE
               MOVE 'N' TO GRP-SEEN-CITY GRP-SEEN-DISTRICT
                   GRP-SEEN-COUNTRY
               MOVE SPACES TO GRP-OLD-CITY GRP-NEW-CITY
                   GRP-OLD-DISTRICT GRP-NEW-DISTRICT
                   GRP-OLD-COUNTRY GRP-NEW-COUNTRY
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-FIELD))
               WHEN 'CITY'
                   MOVE 'Y' TO GRP-SEEN-CITY
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-OLD))
                       TO GRP-OLD-CITY
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-NEW))
                       TO GRP-NEW-CITY
               WHEN 'DISTRICT'
                   MOVE 'Y' TO GRP-SEEN-DISTRICT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-OLD))
                       TO GRP-OLD-DISTRICT
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-NEW))
                       TO GRP-NEW-DISTRICT
               WHEN 'COUNTRY'
                   MOVE 'Y' TO GRP-SEEN-COUNTRY
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-OLD))
                       TO GRP-OLD-COUNTRY
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-NEW))
                       TO GRP-NEW-COUNTRY
           END-EVALUATE.

      *> 一筆地址的異動結算：城市/行政區/國家都沒動就不是搬遷；
      *> 沒動的欄位取主檔現值，兩邊一樣
       FINISH-ADDRESS-GROUP.
           MOVE 'N' TO GRP-ACTIVE
           IF GRP-SEEN-CITY = 'N' AND GRP-SEEN-DISTRICT = 'N'
              AND GRP-SEEN-COUNTRY = 'N'
               EXIT PARAGRAPH
           END-IF
           IF GRP-SEEN-CITY = 'N' OR GRP-SEEN-DISTRICT = 'N'
              OR GRP-SEEN-COUNTRY = 'N'
               MOVE GRP-ACCOUNT TO MAST-ACCOUNT-ID
               MOVE GRP-ROLE TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY
                       MOVE SPACES TO MAST-CITY MAST-DISTRICT
                           MAST-COUNTRY
                       ADD 1 TO CTL-NOT-ON-MAST
               END-READ
               IF GRP-SEEN-CITY = 'N'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
                       TO GRP-OLD-CITY
                   MOVE GRP-OLD-CITY TO GRP-NEW-CITY
               END-IF
               IF GRP-SEEN-DISTRICT = 'N'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MAST-DISTRICT)) TO GRP-OLD-DISTRICT
                   MOVE GRP-OLD-DISTRICT TO GRP-NEW-DISTRICT
               END-IF
               IF GRP-SEEN-COUNTRY = 'N'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MAST-COUNTRY)) TO GRP-OLD-COUNTRY
                   MOVE GRP-OLD-COUNTRY TO GRP-NEW-COUNTRY
               END-IF
           END-IF
           IF MV-LOADED >= 100000
               MOVE 'Y' TO MV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MV-LOADED
           MOVE MV-LOADED TO MV-COUNT
           EVALUATE TRUE
               WHEN GRP-OLD-COUNTRY NOT = SPACES
                AND GRP-NEW-COUNTRY NOT = SPACES
                AND GRP-OLD-COUNTRY NOT = GRP-NEW-COUNTRY
                   MOVE 'X' TO MV-TYPE(MV-LOADED)
               WHEN GRP-OLD-CITY NOT = GRP-NEW-CITY
                   MOVE 'C' TO MV-TYPE(MV-LOADED)
               WHEN GRP-OLD-DISTRICT NOT = GRP-NEW-DISTRICT
                   MOVE 'D' TO MV-TYPE(MV-LOADED)
               WHEN OTHER
                   *> 只有大小寫或國家一邊空白的差異，不算搬
                   SUBTRACT 1 FROM MV-LOADED
                   IF MV-LOADED > 0
                       MOVE MV-LOADED TO MV-COUNT
                   ELSE
                       MOVE 1 TO MV-COUNT
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO CTL-ADDR-MOVES
           MOVE GRP-ACCOUNT TO MV-ACCOUNT(MV-LOADED)
           MOVE GRP-DATE TO MV-DATE(MV-LOADED)
           MOVE GRP-ROLE TO MV-ROLE(MV-LOADED)
           EVALUATE GRP-ROLE
               WHEN 'RESIDENTIAL' MOVE 1 TO MV-RANK(MV-LOADED)
               WHEN 'MAILING'     MOVE 2 TO MV-RANK(MV-LOADED)
               WHEN OTHER         MOVE 3 TO MV-RANK(MV-LOADED)
           END-EVALUATE
           MOVE CHG-FILE-PER(CHG-IDX) TO MV-PERIOD(MV-LOADED)
           MOVE 'Y' TO MV-KEEP(MV-LOADED)
           MOVE SPACES TO MV-BRANCH(MV-LOADED)
           MOVE GRP-OLD-COUNTRY TO MV-FROM-COUNTRY(MV-LOADED)
           MOVE GRP-OLD-CITY TO MV-FROM-CITY(MV-LOADED)
           MOVE GRP-OLD-DISTRICT TO MV-FROM-DISTRICT(MV-LOADED)
           MOVE GRP-NEW-COUNTRY TO MV-TO-COUNTRY(MV-LOADED)
           MOVE GRP-NEW-CITY TO MV-TO-CITY(MV-LOADED)
           MOVE GRP-NEW-DISTRICT TO MV-TO-DISTRICT(MV-LOADED).

      *> 同帳號同一天只留角色順序最前的一筆；留下來的查歸屬分行
      *> 並計入類別件數
       KEEP-ONE-MOVE-PER-DAY.
           IF MV-LOADED = 0
               EXIT PARAGRAPH
           END-IF
           SORT MV-ENTRY ASCENDING KEY MV-ACCOUNT MV-DATE MV-RANK
           MOVE SPACES TO WS-PREV-ACCOUNT WS-PREV-DATE
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-LOADED
               IF MV-ACCOUNT(MV-IDX) = WS-PREV-ACCOUNT
                  AND MV-DATE(MV-IDX) = WS-PREV-DATE
                   MOVE 'N' TO MV-KEEP(MV-IDX)
                   ADD 1 TO CTL-SAME-DAY
               ELSE
                   MOVE MV-ACCOUNT(MV-IDX) TO WS-PREV-ACCOUNT
                   MOVE MV-DATE(MV-IDX) TO WS-PREV-DATE
                   MOVE 'UNASSIGNED' TO MV-BRANCH(MV-IDX)
                   IF AB-LOADED > 0
                       SEARCH ALL AB-ENTRY
                           AT END CONTINUE
                           WHEN AB-ACCT(AB-IX) = MV-ACCOUNT(MV-IDX)
                               MOVE AB-BRANCH(AB-IX)
                                   TO MV-BRANCH(MV-IDX)
                       END-SEARCH
                   END-IF
                   IF MV-BRANCH(MV-IDX) = 'UNASSIGNED'
                      AND MV-PERIOD(MV-IDX) = 'C'
                       ADD 1 TO CTL-UNASSIGNED
                   END-IF
                   IF MV-PERIOD(MV-IDX) = 'C'
                       MOVE 1 TO GC-P
                   ELSE
                       MOVE 2 TO GC-P
                   END-IF
                   EVALUATE MV-TYPE(MV-IDX)
                       WHEN 'X' ADD 1 TO CTL-TYPE-X(GC-P)
                       WHEN 'C' ADD 1 TO CTL-TYPE-C(GC-P)
                       WHEN 'D' ADD 1 TO CTL-TYPE-D(GC-P)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "Customer migration " WS-PERIOD
               " (prior period " WS-PRIOR ")  run " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  change files " CTL-FILES-CUR " / prior "
               CTL-FILES-PRIOR "  change lines " CTL-CHG-LINES
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  moves this period: cross-border " CTL-TYPE-X(1)
               "  city " CTL-TYPE-C(1) "  district " CTL-TYPE-D(1)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  moves prior period: cross-border "
               CTL-TYPE-X(2) "  city " CTL-TYPE-C(2)
               "  district " CTL-TYPE-D(2)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  same-day duplicate roles dropped " CTL-SAME-DAY
               "  addresses no longer on master " CTL-NOT-ON-MAST
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 城市淨移動：跨城市與跨國搬遷，原城市記遷出、新城市記遷入
       REPORT-CITY-NET.
           MOVE 0 TO EV-LOADED
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-LOADED
               IF MV-KEEP(MV-IDX) = 'Y' AND MV-TYPE(MV-IDX) NOT = 'D'
                   MOVE SPACES TO WS-EV-KEY
                   STRING FUNCTION TRIM(MV-FROM-COUNTRY(MV-IDX)) "/"
                       FUNCTION TRIM(MV-FROM-CITY(MV-IDX))
                       DELIMITED BY SIZE INTO WS-EV-KEY
                   MOVE 'O' TO WS-EV-DIR
                   PERFORM ADD-EVENT
                   MOVE SPACES TO WS-EV-KEY
                   STRING FUNCTION TRIM(MV-TO-COUNTRY(MV-IDX)) "/"
                       FUNCTION TRIM(MV-TO-CITY(MV-IDX))
                       DELIMITED BY SIZE INTO WS-EV-KEY
                   MOVE 'I' TO WS-EV-DIR
                   PERFORM ADD-EVENT
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Net movement by city (country/city)" TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-NET-HEADING
           PERFORM WALK-EVENT-GROUPS.

      *> 行政區淨移動：三種搬遷都算，原行政區遷出、新行政區遷入
       REPORT-DISTRICT-NET.
           MOVE 0 TO EV-LOADED
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-LOADED
               IF MV-KEEP(MV-IDX) = 'Y'
                   MOVE SPACES TO WS-EV-KEY
                   STRING FUNCTION TRIM(MV-FROM-CITY(MV-IDX)) "/"
                       FUNCTION TRIM(MV-FROM-DISTRICT(MV-IDX))
                       DELIMITED BY SIZE INTO WS-EV-KEY
                   MOVE 'O' TO WS-EV-DIR
                   PERFORM ADD-EVENT
                   MOVE SPACES TO WS-EV-KEY
                   STRING FUNCTION TRIM(MV-TO-CITY(MV-IDX)) "/"
                       FUNCTION TRIM(MV-TO-DISTRICT(MV-IDX))
                       DELIMITED BY SIZE INTO WS-EV-KEY
                   MOVE 'I' TO WS-EV-DIR
                   PERFORM ADD-EVENT
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Net movement by city/district" TO RPT-REC
           WRITE RPT-REC
           PERFORM WRITE-NET-HEADING
           PERFORM WALK-EVENT-GROUPS.

       WRITE-NET-HEADING.
           MOVE SPACES TO RPT-REC
           STRING "AREA;IN;OUT;NET;PRIOR IN;PRIOR OUT;PRIOR NET;"
               "NET CHANGE"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 路線：原城市 > 新城市，依本月件數由多到少列前幾名
       REPORT-CORRIDORS.
           MOVE 0 TO EV-LOADED CT-LOADED
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-LOADED
               IF MV-KEEP(MV-IDX) = 'Y' AND MV-TYPE(MV-IDX) NOT = 'D'
                   MOVE SPACES TO WS-EV-KEY
                   STRING FUNCTION TRIM(MV-FROM-COUNTRY(MV-IDX)) "/"
                       FUNCTION TRIM(MV-FROM-CITY(MV-IDX)) " > "
                       FUNCTION TRIM(MV-TO-COUNTRY(MV-IDX)) "/"
                       FUNCTION TRIM(MV-TO-CITY(MV-IDX))
                       DELIMITED BY SIZE INTO WS-EV-KEY
                   MOVE 'I' TO WS-EV-DIR
                   PERFORM ADD-EVENT
               END-IF
           END-PERFORM
           PERFORM WALK-EVENT-GROUPS
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TOP-N TO RL-RANK
           MOVE SPACES TO RPT-REC
           STRING "Top " FUNCTION TRIM(RL-RANK)
               " corridors (rank;from > to;moves;prior period moves)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF CT-LOADED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CT-LOADED TO CT-COUNT
           SORT CT-ENTRY DESCENDING KEY CT-CUR CT-PRIOR
               ASCENDING KEY CT-KEY
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-LOADED OR CT-IDX > WS-TOP-N
               IF CT-CUR(CT-IDX) > 0
                   MOVE CT-IDX TO RL-RANK
                   MOVE CT-CUR(CT-IDX) TO RL-NUM1
                   MOVE CT-PRIOR(CT-IDX) TO RL-NUM2
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(RL-RANK) ";"
                       FUNCTION TRIM(CT-KEY(CT-IDX))
                       ";" FUNCTION TRIM(RL-NUM1) ";"
                       FUNCTION TRIM(RL-NUM2)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM.

      *> 跨國搬遷：原國家 > 新國家
       REPORT-COUNTRIES.
           MOVE 0 TO EV-LOADED
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-LOADED
               IF MV-KEEP(MV-IDX) = 'Y' AND MV-TYPE(MV-IDX) = 'X'
                   MOVE SPACES TO WS-EV-KEY
                   STRING FUNCTION TRIM(MV-FROM-COUNTRY(MV-IDX)) " > "
                       FUNCTION TRIM(MV-TO-COUNTRY(MV-IDX))
                       DELIMITED BY SIZE INTO WS-EV-KEY
                   MOVE 'I' TO WS-EV-DIR
                   PERFORM ADD-EVENT
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Cross-border moves (from > to;moves;prior period)"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM WALK-EVENT-GROUPS.

      *> 分行：帳號歸屬分行的搬遷件數分類別
       REPORT-BRANCHES.
           MOVE 0 TO EV-LOADED
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-LOADED
               IF MV-KEEP(MV-IDX) = 'Y'
                   MOVE MV-BRANCH(MV-IDX) TO WS-EV-KEY
                   MOVE MV-TYPE(MV-IDX) TO WS-EV-DIR
                   PERFORM ADD-EVENT
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Moves by home branch" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BRANCH;CROSS-BORDER;CITY;DISTRICT;LEAVING CITY;"
               "PRIOR CROSS-BORDER;PRIOR CITY;PRIOR DISTRICT;"
               "PRIOR LEAVING CITY"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM WALK-EVENT-GROUPS.

       ADD-EVENT.
           IF EV-LOADED >= 200000
               MOVE 'Y' TO EV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO EV-LOADED
           MOVE EV-LOADED TO EV-COUNT
           MOVE WS-EV-KEY TO EV-KEY(EV-LOADED)
           MOVE MV-PERIOD(MV-IDX) TO EV-PERIOD(EV-LOADED)
           MOVE WS-EV-DIR TO EV-DIR(EV-LOADED).

      *> 事件表依鍵排序，同鍵一組加總後依段別寫一行
       WALK-EVENT-GROUPS.
           IF EV-LOADED = 0
               MOVE "  (none)" TO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE EV-LOADED TO EV-COUNT
           SORT EV-ENTRY ASCENDING KEY EV-KEY
           MOVE EV-KEY(1) TO WS-GRP-KEY
           INITIALIZE GC-TABLE
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > EV-LOADED
               IF EV-KEY(EV-IDX) NOT = WS-GRP-KEY
                   PERFORM WRITE-EVENT-GROUP
                   MOVE EV-KEY(EV-IDX) TO WS-GRP-KEY
                   INITIALIZE GC-TABLE
               END-IF
               IF EV-PERIOD(EV-IDX) = 'C'
                   MOVE 1 TO GC-P
               ELSE
                   MOVE 2 TO GC-P
               END-IF
               EVALUATE EV-DIR(EV-IDX)
                   WHEN 'I' MOVE 1 TO GC-D
                   WHEN 'O' MOVE 2 TO GC-D
                   WHEN 'X' MOVE 3 TO GC-D
                   WHEN 'C' MOVE 4 TO GC-D
                   WHEN OTHER MOVE 5 TO GC-D
               END-EVALUATE
               ADD 1 TO GC-DIR(GC-P, GC-D)
           END-PERFORM
           PERFORM WRITE-EVENT-GROUP.

       WRITE-EVENT-GROUP.
           EVALUATE WS-SECTION
               WHEN 'A'
               WHEN 'B'
                   COMPUTE WS-NET = GC-DIR(1, 1) - GC-DIR(1, 2)
                   COMPUTE WS-NET-PRIOR = GC-DIR(2, 1) - GC-DIR(2, 2)
                   COMPUTE WS-NET-CHANGE = WS-NET - WS-NET-PRIOR
                   MOVE GC-DIR(1, 1) TO RL-NUM1
                   MOVE GC-DIR(1, 2) TO RL-NUM2
                   MOVE GC-DIR(2, 1) TO RL-NUM3
                   MOVE GC-DIR(2, 2) TO RL-NUM4
                   MOVE WS-NET TO RL-SIGNED1
                   MOVE WS-NET-PRIOR TO RL-SIGNED2
                   MOVE WS-NET-CHANGE TO RL-SIGNED3
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(WS-GRP-KEY) ";"
                       FUNCTION TRIM(RL-NUM1) ";"
                       FUNCTION TRIM(RL-NUM2) ";"
                       FUNCTION TRIM(RL-SIGNED1) ";"
                       FUNCTION TRIM(RL-NUM3) ";"
                       FUNCTION TRIM(RL-NUM4) ";"
                       FUNCTION TRIM(RL-SIGNED2) ";"
                       FUNCTION TRIM(RL-SIGNED3)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN 'R'
                   ADD 1 TO CT-LOADED
                   MOVE CT-LOADED TO CT-COUNT
                   MOVE WS-GRP-KEY TO CT-KEY(CT-LOADED)
                   MOVE GC-DIR(1, 1) TO CT-CUR(CT-LOADED)
                   MOVE GC-DIR(2, 1) TO CT-PRIOR(CT-LOADED)
               WHEN 'N'
                   MOVE GC-DIR(1, 1) TO RL-NUM1
                   MOVE GC-DIR(2, 1) TO RL-NUM2
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(WS-GRP-KEY) ";"
                       FUNCTION TRIM(RL-NUM1) ";"
                       FUNCTION TRIM(RL-NUM2)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN 'H'
                   MOVE GC-DIR(1, 3) TO RL-NUM1
                   MOVE GC-DIR(1, 4) TO RL-NUM2
                   MOVE GC-DIR(1, 5) TO RL-NUM3
                   MOVE GC-DIR(2, 3) TO RL-NUM4
                   MOVE GC-DIR(2, 4) TO RL-NUM5
                   MOVE GC-DIR(2, 5) TO RL-NUM6
                   COMPUTE WS-NET = GC-DIR(1, 3) + GC-DIR(1, 4)
                   MOVE WS-NET TO RL-SIGNED1
                   COMPUTE WS-NET = GC-DIR(2, 3) + GC-DIR(2, 4)
                   MOVE WS-NET TO RL-SIGNED2
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(WS-GRP-KEY) ";"
                       FUNCTION TRIM(RL-NUM1) ";"
                       FUNCTION TRIM(RL-NUM2) ";"
                       FUNCTION TRIM(RL-NUM3) ";"
                       FUNCTION TRIM(RL-SIGNED1) ";"
                       FUNCTION TRIM(RL-NUM4) ";"
                       FUNCTION TRIM(RL-NUM5) ";"
                       FUNCTION TRIM(RL-NUM6) ";"
                       FUNCTION TRIM(RL-SIGNED2)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
           END-EVALUATE.

      *> 本月跨城市/跨國搬走的帳號，依分行、帳號排好
       WRITE-LEAVERS.
           OPEN OUTPUT LV-FILE
           MOVE SPACES TO LV-REC
           STRING "branch;account;date;role;type;from city;"
               "from district;to city;to district;from country;"
               "to country"
               DELIMITED BY SIZE INTO LV-REC
           WRITE LV-REC
           IF MV-LOADED > 0
               MOVE MV-LOADED TO MV-COUNT
               SORT MV-ENTRY ASCENDING KEY MV-BRANCH MV-ACCOUNT
                   MV-DATE
           END-IF
           PERFORM VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MV-LOADED
               IF MV-KEEP(MV-IDX) = 'Y' AND MV-PERIOD(MV-IDX) = 'C'
                  AND MV-TYPE(MV-IDX) NOT = 'D'
                   ADD 1 TO CTL-LEAVERS
                   MOVE SPACES TO LV-REC
                   STRING FUNCTION TRIM(MV-BRANCH(MV-IDX)) ";"
                       FUNCTION TRIM(MV-ACCOUNT(MV-IDX)) ";"
                       MV-DATE(MV-IDX) ";"
                       FUNCTION TRIM(MV-ROLE(MV-IDX)) ";"
                       MV-TYPE(MV-IDX) ";"
                       FUNCTION TRIM(MV-FROM-CITY(MV-IDX)) ";"
                       FUNCTION TRIM(MV-FROM-DISTRICT(MV-IDX)) ";"
                       FUNCTION TRIM(MV-TO-CITY(MV-IDX)) ";"
                       FUNCTION TRIM(MV-TO-DISTRICT(MV-IDX)) ";"
                       FUNCTION TRIM(MV-FROM-COUNTRY(MV-IDX)) ";"
                       FUNCTION TRIM(MV-TO-COUNTRY(MV-IDX))
                       DELIMITED BY SIZE INTO LV-REC
                   WRITE LV-REC
               END-IF
           END-PERFORM
           CLOSE LV-FILE.
