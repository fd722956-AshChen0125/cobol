       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORERECON.
      *> 地址主檔 ↔ 核心系統帳戶對帳（每月一次）：從來沒有人證明
      *> 過 address_master.dat 跟核心系統對「有哪些帳號」的看法一
      *> 致 - 主檔上有核心多年前就結清、卻沒進 closed_accounts.txt
      *> 的帳號，核心上也有開著卻完全沒有地址的帳號。
      *> 核心交來整份帳戶傾印，一行「帳號;狀態;開戶日YYYYMMDD;
      *> 分行」，不必事先排序；這支連同結清清單一起 SORT 依帳號
      *> 排好，再跟依主鍵走的主檔做比對合併（主檔一個帳號不論
      *> 幾個地址角色都只算一次）：
      *>   MASTER-ONLY    主檔有、核心傾印裡沒有這個帳號
      *>   CORE-ONLY      核心開著、主檔上沒有任何地址
      *>   CORE-ONLY-NEW  同上，但開戶未滿 CORERECON_NEW_DAYS 天
      *>                  （預設 31，還在等第一次載入，只列不算
      *>                  例外）
      *>   STATUS-MISMATCH 兩邊對帳號狀態的看法不一致：
      *>       CLOSED-NOT-ON-PURGE-FEED 核心已結清、主檔還在、
      *>                  結清清單上卻沒有（永遠不會被清除）
      *>       OPEN-ON-PURGE-FEED 核心開著，結清清單上卻有
      *>                  （MASTPURGE 到期會把活帳號的地址刪掉）
      *>       OPEN-BUT-PURGED 核心開著、已在結清清單上而且主檔
      *>                  上已經沒有地址了
      *> 核心狀態 CLOSED / C 當結清，其他（ACTIVE、DORMANT…）都
      *> 當開著。例外逐筆列出，另依分行統計（主檔才有的帳號核心
      *> 不知道分行，歸在 (NONE)）；有例外時 RETURN-CODE 4。
      *>   CORERECON_CORE_FILE = 核心帳戶傾印（預設
      *>                         core_accounts_YYYYMMDD.txt）
      *>   CORERECON_CLOSED_FILE = 結清清單（預設
      *>                         closed_accounts.txt，同 MASTPURGE）
      *>   CORERECON_NEW_DAYS  = 新開戶寬限天數（預設 31）
      *> 報表寫到 core_recon_YYYYMMDD.txt。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORE-FILE ASSIGN TO DYNAMIC WS-CORE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORE-STATUS.
           SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT SORT-FILE ASSIGN TO "corerecon_work.tmp".
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CORE-FILE.
       01  CORE-REC        PIC X(200).
       FD  CLOSED-FILE.
       01  CLOSED-REC      PIC X(60).

       *> 核心傾印跟結清清單排在一起：同一個帳號核心那一行
       *> （C）排在結清清單那一行（X）前面
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-ACCOUNT   PIC X(30).
           05 SR-SOURCE    PIC X(1).
           05 SR-STATUS    PIC X(10).
           05 SR-OPEN-DATE PIC X(8).
           05 SR-BRANCH    PIC X(10).

       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-CORE-FILE-NAME    PIC X(100).
       01 WS-CORE-STATUS       PIC XX.
       01 WS-CLOSED-FILE-NAME  PIC X(100).
       01 WS-CLOSED-STATUS     PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 CORE-EOF             PIC X VALUE 'N'.
       01 CLOSED-EOF           PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.
       01 MAST-EOF             PIC X VALUE 'N'.

       01 WS-NEW-DAYS          PIC 9(3) VALUE 31.
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-OPEN-INT          PIC 9(8).
       01 WS-OPEN-AGE          PIC S9(8).

       *> 核心傾印/結清清單拆欄
       01 CX-ACCOUNT           PIC X(30).
       01 CX-STATUS            PIC X(10).
       01 CX-OPEN-DATE         PIC X(8).
       01 CX-BRANCH            PIC X(10).

       *> 排好序的一個帳號（核心 + 結清清單）
       01 GRP-ACCOUNT          PIC X(30).
       01 GRP-IN-CORE          PIC X.
       01 GRP-ON-FEED          PIC X.
       01 GRP-STATUS           PIC X(10).
       01 GRP-OPEN-DATE        PIC X(8).
       01 GRP-BRANCH           PIC X(10).
       01 GRP-CLOSED           PIC X.

       *> 主檔上的一個帳號（所有角色併成一筆）
       01 MST-ACCOUNT          PIC X(30).
       01 MST-ROLES            PIC X(40).
       01 MST-ROLE-PTR         PIC 9(3).

       01 WS-EXC-TYPE          PIC X(16).
       01 WS-EXC-DETAIL        PIC X(30).

       *> 分行統計
       01 BR-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
               10 BR-CODE          PIC X(10).
               10 BR-CORE          PIC 9(7).
               10 BR-MATCHED       PIC 9(7).
               10 BR-MASTER-ONLY   PIC 9(7).
               10 BR-CORE-ONLY     PIC 9(7).
               10 BR-CORE-NEW      PIC 9(7).
               10 BR-MISMATCH      PIC 9(7).
       01 BR-COUNT             PIC 9(3) VALUE 0.
       01 BR-IDX               PIC 9(3).
       01 BR-FOUND             PIC 9(3).
       01 WS-BR-KEY            PIC X(10).
       01 BR-OVERFLOW-SW       PIC X VALUE 'N'.

       01 CTL-CORE-READ        PIC 9(7) VALUE 0.
       01 CTL-CORE-BAD         PIC 9(7) VALUE 0.
       01 CTL-CORE-DUP         PIC 9(7) VALUE 0.
       01 CTL-FEED-READ        PIC 9(7) VALUE 0.
       01 CTL-MAST-ACCOUNTS    PIC 9(7) VALUE 0.
       01 CTL-MATCHED          PIC 9(7) VALUE 0.
       01 CTL-AWAIT-PURGE      PIC 9(7) VALUE 0.
       01 CTL-MASTER-ONLY      PIC 9(7) VALUE 0.
       01 CTL-CORE-ONLY        PIC 9(7) VALUE 0.
       01 CTL-CORE-NEW         PIC 9(7) VALUE 0.
       01 CTL-CLOSED-GONE      PIC 9(7) VALUE 0.
       01 CTL-MISMATCH         PIC 9(7) VALUE 0.
       01 CTL-EXCEPTIONS       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-FILE-NAMES

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "CORERECON: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CORE-FILE
           IF WS-CORE-STATUS NOT = '00'
               DISPLAY "CORERECON: cannot open core account extract "
                   FUNCTION TRIM(WS-CORE-FILE-NAME)
                   " (status " WS-CORE-STATUS ")"
               CLOSE MAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Address master / core account reconciliation "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Core extract: " FUNCTION TRIM(WS-CORE-FILE-NAME)
               "   Purge feed: " FUNCTION TRIM(WS-CLOSED-FILE-NAME)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Type;Account;Core status;Open date;Branch;Master roles"
               TO RPT-REC
           WRITE RPT-REC

           SORT SORT-FILE
               ASCENDING KEY SR-ACCOUNT SR-SOURCE
               INPUT PROCEDURE IS FEED-SORT
               OUTPUT PROCEDURE IS MATCH-AGAINST-MASTER

           PERFORM WRITE-BRANCH-TOTALS
           CLOSE MAST-FILE RPT-FILE

           DISPLAY "CORERECON totals"
           DISPLAY "  Core extract rows         : " CTL-CORE-READ
           DISPLAY "  Core rows unusable        : " CTL-CORE-BAD
           DISPLAY "  Core duplicate accounts   : " CTL-CORE-DUP
           DISPLAY "  Purge feed rows           : " CTL-FEED-READ
           DISPLAY "  Master accounts           : " CTL-MAST-ACCOUNTS
           DISPLAY "  Matched                   : " CTL-MATCHED
           DISPLAY "  Closed, awaiting purge    : " CTL-AWAIT-PURGE
           DISPLAY "  Master-only               : " CTL-MASTER-ONLY
           DISPLAY "  Core-only                 : " CTL-CORE-ONLY
           DISPLAY "  Core-only (newly opened)  : " CTL-CORE-NEW
           DISPLAY "  Status mismatches         : " CTL-MISMATCH
           DISPLAY "CORERECON: " CTL-EXCEPTIONS " exception(s) - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF

           STRING 'core_accounts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CORE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CORERECON_CORE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CORE-FILE-NAME
           END-IF

           MOVE 'closed_accounts.txt' TO WS-CLOSED-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CORERECON_CLOSED_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CLOSED-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CORERECON_NEW_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-NEW-DAYS
           END-IF

           STRING 'core_recon_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.

       *> 核心傾印（C）+ 結清清單（X）一起送進排序；結清清單
       *> 沒有也照跑（只是狀態比對少了那一半）
       FEED-SORT.
           PERFORM UNTIL CORE-EOF = 'Y'
               READ CORE-FILE
                   AT END MOVE 'Y' TO CORE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CORE-REC) NOT = SPACES
                           PERFORM RELEASE-CORE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORE-FILE

           OPEN INPUT CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = '00'
               DISPLAY "WARNING: purge feed "
                   FUNCTION TRIM(WS-CLOSED-FILE-NAME)
                   " not available - closed-account checks use the "
                   "core status only"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLOSED-EOF = 'Y'
               READ CLOSED-FILE
                   AT END MOVE 'Y' TO CLOSED-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CLOSED-REC) NOT = SPACES
                           MOVE SPACES TO CX-ACCOUNT
                           UNSTRING CLOSED-REC DELIMITED BY ';'
                               INTO CX-ACCOUNT
                           END-UNSTRING
                           IF FUNCTION TRIM(CX-ACCOUNT) NOT = SPACES
                               ADD 1 TO CTL-FEED-READ
                               MOVE SPACES TO SORT-REC
                               MOVE FUNCTION TRIM(CX-ACCOUNT)
                                   TO SR-ACCOUNT
                               MOVE 'X' TO SR-SOURCE
                               RELEASE SORT-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-FILE.

       RELEASE-CORE-ROW.
           ADD 1 TO CTL-CORE-READ
           MOVE SPACES TO CX-ACCOUNT CX-STATUS CX-OPEN-DATE CX-BRANCH
           UNSTRING CORE-REC DELIMITED BY ';'
               INTO CX-ACCOUNT CX-STATUS CX-OPEN-DATE CX-BRANCH
           END-UNSTRING
           IF FUNCTION TRIM(CX-ACCOUNT) = SPACES
               ADD 1 TO CTL-CORE-BAD
               EXIT PARAGRAPH
           END-IF
           *> 有表頭的傾印：第一欄是欄名就跳過
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CX-ACCOUNT)) =
              'ACCOUNT' OR 'ACCOUNT-ID' OR 'ACCOUNT_ID'
               SUBTRACT 1 FROM CTL-CORE-READ
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SORT-REC
           MOVE FUNCTION TRIM(CX-ACCOUNT) TO SR-ACCOUNT
           MOVE 'C' TO SR-SOURCE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CX-STATUS))
               TO SR-STATUS
           MOVE FUNCTION TRIM(CX-OPEN-DATE) TO SR-OPEN-DATE
           MOVE FUNCTION TRIM(CX-BRANCH) TO SR-BRANCH
           IF SR-BRANCH = SPACES
               MOVE '(BLANK)' TO SR-BRANCH
           END-IF
           RELEASE SORT-REC.

       *> 比對合併：排好序的帳號組 vs 依主鍵走的主檔帳號，兩邊
       *> 取較小的帳號推進；走完的一邊當 HIGH-VALUES
       MATCH-AGAINST-MASTER.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN
           PERFORM GET-CORE-GROUP

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO MAST-EOF
           END-START
           IF MAST-EOF = 'N'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
               END-READ
           END-IF
           PERFORM GET-MASTER-ACCOUNT

           PERFORM UNTIL GRP-ACCOUNT = HIGH-VALUES
                     AND MST-ACCOUNT = HIGH-VALUES
               EVALUATE TRUE
                   WHEN GRP-ACCOUNT = MST-ACCOUNT
                       PERFORM JUDGE-BOTH-SIDES
                       PERFORM GET-CORE-GROUP
                       PERFORM GET-MASTER-ACCOUNT
                   WHEN MST-ACCOUNT < GRP-ACCOUNT
                       PERFORM JUDGE-MASTER-ONLY
                       PERFORM GET-MASTER-ACCOUNT
                   WHEN OTHER
                       PERFORM JUDGE-CORE-SIDE-ONLY
                       PERFORM GET-CORE-GROUP
               END-EVALUATE
           END-PERFORM.

       *> 收下一個帳號的全部排序記錄（核心一行 + 可能的結清清單
       *> 一行；核心同一帳號出現兩次以第一行為準）
       GET-CORE-GROUP.
           IF SORT-EOF = 'Y'
               MOVE HIGH-VALUES TO GRP-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SR-ACCOUNT TO GRP-ACCOUNT
           MOVE 'N' TO GRP-IN-CORE GRP-ON-FEED GRP-CLOSED
           MOVE SPACES TO GRP-STATUS GRP-OPEN-DATE GRP-BRANCH
           PERFORM UNTIL SORT-EOF = 'Y' OR SR-ACCOUNT NOT = GRP-ACCOUNT
               IF SR-SOURCE = 'C'
                   IF GRP-IN-CORE = 'Y'
                       ADD 1 TO CTL-CORE-DUP
                   ELSE
                       MOVE 'Y' TO GRP-IN-CORE
                       MOVE SR-STATUS TO GRP-STATUS
                       MOVE SR-OPEN-DATE TO GRP-OPEN-DATE
                       MOVE SR-BRANCH TO GRP-BRANCH
                       IF SR-STATUS = 'CLOSED' OR SR-STATUS = 'C'
                           MOVE 'Y' TO GRP-CLOSED
                       END-IF
                   END-IF
               ELSE
                   MOVE 'Y' TO GRP-ON-FEED
               END-IF
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
           END-PERFORM.

       *> 主檔上目前這一筆起、同一個帳號的所有角色併成一個帳號
       GET-MASTER-ACCOUNT.
           IF MAST-EOF = 'Y'
               MOVE HIGH-VALUES TO MST-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-MAST-ACCOUNTS
           MOVE MAST-ACCOUNT-ID TO MST-ACCOUNT
           MOVE SPACES TO MST-ROLES
           MOVE 1 TO MST-ROLE-PTR
           PERFORM UNTIL MAST-EOF = 'Y'
                      OR MAST-ACCOUNT-ID NOT = MST-ACCOUNT
               IF MST-ROLE-PTR > 1
                   STRING "," DELIMITED BY SIZE INTO MST-ROLES
                       WITH POINTER MST-ROLE-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(MAST-ADDR-ROLE)
                   DELIMITED BY SIZE INTO MST-ROLES
                   WITH POINTER MST-ROLE-PTR
               END-STRING
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
               END-READ
           END-PERFORM.

       *> 兩邊都有：核心在、主檔在；只在結清清單沒有核心那一行
       *> 的帳號等於核心傾印裡沒有，照 MASTER-ONLY 算
       JUDGE-BOTH-SIDES.
           IF GRP-IN-CORE = 'N'
               PERFORM JUDGE-MASTER-ONLY
               EXIT PARAGRAPH
           END-IF
           MOVE GRP-BRANCH TO WS-BR-KEY
           PERFORM FIND-BRANCH
           IF BR-FOUND > 0
               ADD 1 TO BR-CORE(BR-FOUND)
           END-IF
           EVALUATE TRUE
               WHEN GRP-CLOSED = 'Y' AND GRP-ON-FEED = 'N'
                   MOVE 'CLOSED-NOT-ON-PURGE-FEED' TO WS-EXC-DETAIL
                   PERFORM WRITE-MISMATCH
               WHEN GRP-CLOSED = 'N' AND GRP-ON-FEED = 'Y'
                   MOVE 'OPEN-ON-PURGE-FEED' TO WS-EXC-DETAIL
                   PERFORM WRITE-MISMATCH
               WHEN GRP-CLOSED = 'Y'
                   ADD 1 TO CTL-AWAIT-PURGE
                   IF BR-FOUND > 0
                       ADD 1 TO BR-MATCHED(BR-FOUND)
                   END-IF
               WHEN OTHER
                   ADD 1 TO CTL-MATCHED
                   IF BR-FOUND > 0
                       ADD 1 TO BR-MATCHED(BR-FOUND)
                   END-IF
           END-EVALUATE.

       JUDGE-MASTER-ONLY.
           ADD 1 TO CTL-MASTER-ONLY
           ADD 1 TO CTL-EXCEPTIONS
           MOVE '(NONE)' TO WS-BR-KEY
           PERFORM FIND-BRANCH
           IF BR-FOUND > 0
               ADD 1 TO BR-MASTER-ONLY(BR-FOUND)
           END-IF
           MOVE 'MASTER-ONLY' TO WS-EXC-TYPE
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(WS-EXC-TYPE) ";"
               FUNCTION TRIM(MST-ACCOUNT) ";;;;"
               FUNCTION TRIM(MST-ROLES)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 只有排序那一邊：核心開著就是沒有地址；核心結清的本來
       *> 就該不在主檔；只在結清清單上的不歸這份對帳管
       JUDGE-CORE-SIDE-ONLY.
           IF GRP-IN-CORE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE GRP-BRANCH TO WS-BR-KEY
           PERFORM FIND-BRANCH
           IF BR-FOUND > 0
               ADD 1 TO BR-CORE(BR-FOUND)
           END-IF
           IF GRP-CLOSED = 'Y'
               ADD 1 TO CTL-CLOSED-GONE
               EXIT PARAGRAPH
           END-IF
           IF GRP-ON-FEED = 'Y'
               MOVE 'OPEN-BUT-PURGED' TO WS-EXC-DETAIL
               PERFORM WRITE-MISMATCH
               EXIT PARAGRAPH
           END-IF
           MOVE 'CORE-ONLY' TO WS-EXC-TYPE
           IF GRP-OPEN-DATE IS NUMERIC
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(GRP-OPEN-DATE))
               COMPUTE WS-OPEN-AGE = WS-TODAY-INT - WS-OPEN-INT
               IF WS-OPEN-AGE < WS-NEW-DAYS
                   MOVE 'CORE-ONLY-NEW' TO WS-EXC-TYPE
               END-IF
           END-IF
           IF WS-EXC-TYPE = 'CORE-ONLY-NEW'
               ADD 1 TO CTL-CORE-NEW
               IF BR-FOUND > 0
                   ADD 1 TO BR-CORE-NEW(BR-FOUND)
               END-IF
           ELSE
               ADD 1 TO CTL-CORE-ONLY
               ADD 1 TO CTL-EXCEPTIONS
               IF BR-FOUND > 0
                   ADD 1 TO BR-CORE-ONLY(BR-FOUND)
               END-IF
           END-IF
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(WS-EXC-TYPE) ";"
               FUNCTION TRIM(GRP-ACCOUNT) ";"
               FUNCTION TRIM(GRP-STATUS) ";"
               FUNCTION TRIM(GRP-OPEN-DATE) ";"
               FUNCTION TRIM(GRP-BRANCH) ";"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 狀態不一致一行：類型欄帶細項
       WRITE-MISMATCH.
           ADD 1 TO CTL-MISMATCH
           ADD 1 TO CTL-EXCEPTIONS
           IF BR-FOUND > 0
               ADD 1 TO BR-MISMATCH(BR-FOUND)
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "STATUS-MISMATCH/" FUNCTION TRIM(WS-EXC-DETAIL) ";"
               FUNCTION TRIM(GRP-ACCOUNT) ";"
               FUNCTION TRIM(GRP-STATUS) ";"
               FUNCTION TRIM(GRP-OPEN-DATE) ";"
               FUNCTION TRIM(GRP-BRANCH) ";"
               FUNCTION TRIM(MST-ROLES)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 分行表裡找 WS-BR-KEY，沒有就新增（表滿了 BR-FOUND = 0，
       *> 該分行只進總數）
       FIND-BRANCH.
           MOVE 0 TO BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-COUNT OR BR-FOUND > 0
               IF BR-CODE(BR-IDX) = WS-BR-KEY
                   MOVE BR-IDX TO BR-FOUND
               END-IF
           END-PERFORM
           IF BR-FOUND = 0
               IF BR-COUNT < 500
                   ADD 1 TO BR-COUNT
                   MOVE BR-COUNT TO BR-FOUND
                   MOVE WS-BR-KEY TO BR-CODE(BR-FOUND)
                   MOVE 0 TO BR-CORE(BR-FOUND) BR-MATCHED(BR-FOUND)
                       BR-MASTER-ONLY(BR-FOUND) BR-CORE-ONLY(BR-FOUND)
                       BR-CORE-NEW(BR-FOUND) BR-MISMATCH(BR-FOUND)
               ELSE
                   IF BR-OVERFLOW-SW = 'N'
                       DISPLAY "WARNING: more than 500 branches - "
                           "extra branches are in the totals only"
                       MOVE 'Y' TO BR-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Counts by branch (branch;core accounts;matched;"
               "master-only;core-only;core-only new;status mismatch)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE SPACES TO RPT-REC
               STRING "  " FUNCTION TRIM(BR-CODE(BR-IDX)) ";"
                   BR-CORE(BR-IDX) ";" BR-MATCHED(BR-IDX) ";"
                   BR-MASTER-ONLY(BR-IDX) ";" BR-CORE-ONLY(BR-IDX) ";"
                   BR-CORE-NEW(BR-IDX) ";" BR-MISMATCH(BR-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-CORE-READ " core rows, "
               CTL-MAST-ACCOUNTS " master accounts, "
               CTL-MATCHED " matched, "
               CTL-AWAIT-PURGE " closed awaiting purge, "
               CTL-CLOSED-GONE " closed and purged"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Exceptions: " CTL-MASTER-ONLY " master-only, "
               CTL-CORE-ONLY " core-only, "
               CTL-MISMATCH " status mismatches ("
               CTL-CORE-NEW " newly opened core-only listed, not "
               "counted)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.
