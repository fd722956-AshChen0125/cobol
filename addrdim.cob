       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRDIM.
      *> 資料倉儲地址維度饋送（第二型緩慢變動維度）：倉儲以前只拿
      *> 月底快照重建地址歷史，兩份快照之間的異動全部不見。這支
      *> 每晚拿地址主檔跟上一次饋送留下的維度狀態檔比對，一個
      *> 地址版本一列：
      *>   - 主檔新出現的帳號+地址角色 → 新版本（I）
      *>   - 地址欄位（室 ... LOC6 那 28 欄）變了 → 舊版本補上
      *>     生效迄日結掉（C），再開一個新版本（U）
      *>   - 狀態檔上有、主檔上已經沒有（MASTPURGE 刪掉的）→
      *>     舊版本以營業日結掉（D），當作刪除
      *>   - 沒變的不出
      *> 新版本的生效起日取當天異動檔（address_changes_YYYYMMDD.txt，
      *> 「帳號;欄位;舊值;新值;日期;地址角色」）裡這個帳號 + 角色
      *> 最晚的異動日期（沒有角色欄的舊異動行算帳號所有角色），
      *> 查不到、或不晚於舊版本起日的用營業日；舊版本的生效迄日 =
      *> 新版本起日的前一天（起迄都含當天）。目前版本的迄日是
      *> 99991231、目前列註記 Y。第一次跑（還沒有狀態檔）主檔整檔
      *> 當新版本送一次，起日取主檔載入日。
      *> 饋送檔一行一列（分號分隔）：
      *>   代理鍵;動作;帳號;地址角色;生效起日;生效迄日;目前列;
      *>   RM;F;BUILDING;NO;ALY;LN;SEC;STREET;AVENUE;WAY;BLVD;ROAD;
      *>   DRIVE;TOWN;DISTRICT;CITY;COUNTY;PROVINCE;STATE;ZIP;
      *>   COUNTRY;POBOX;LOC1;LOC2;LOC3;LOC4;LOC5;LOC6
      *> 代理鍵 9 位數、只增不重用；C/D 列帶的是被結掉的那個版本
      *> 原來的代理鍵跟地址，倉儲照代理鍵改寫迄日。檔尾掛交付
      *> 清單記錄 MAN;fileid;營業日;列數，同時登交付總帳
      *> outbound_manifest.txt 給 ACKRECON 對倉儲的回條。
      *> 維度狀態檔：一個目前版本一行（代理鍵、起日、主鍵、28 欄
      *> 地址），依主鍵排序（跟主檔同序，逐筆對走），最後一行
      *> DIMSTATE + 下一個代理鍵 + 最後饋送營業日（寫到最後才知道
      *> 下一個代理鍵，開檔時先讀一遍拿這一行）。寫完新的才
      *> 把舊的改名成 .bak；同一營業日要重出（倉儲退檔）設
      *> ADDRDIM_RERUN=Y，從 .bak 重算，代理鍵也一樣。
      *>   ADDRDIM_BUSINESS_DATE = 營業日 YYYYMMDD（預設今天）
      *>   ADDRDIM_CHANGE_FILE   = 異動檔（預設
      *>                           address_changes_<營業日>.txt）
      *>   ADDRDIM_STATE_FILE    = 維度狀態檔（預設 addr_dim_state.txt，
      *>                           備份同名加 .bak）
      *>   ADDRDIM_OUT_FILE      = 饋送檔（預設 addr_dim_<營業日>.txt）
      *>   ADDRDIM_RERUN         = Y 重出同一營業日
      *>   ADDRMAST_MAST_FILE    = 地址主檔（預設 address_master.dat）
      *> RETURN-CODE 4 = 當天異動檔找不到或異動表放不下（起日退回
      *> 營業日）；12 = 主檔開不起來、營業日早於上次饋送、同一營業日
      *> 已經出過又沒設 ADDRDIM_RERUN。

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
           SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT STATE-IN ASSIGN TO DYNAMIC WS-STATE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT STATE-OUT ASSIGN TO DYNAMIC WS-STATE-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-OUT-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO 'outbound_manifest.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CHANGE-FILE.
       01  CHANGE-REC      PIC X(400).
       FD  STATE-IN.
       01  SIN-REC.
           05 SIN-SK           PIC 9(9).
           05 SIN-EFF-FROM     PIC 9(8).
           05 SIN-KEY          PIC X(42).
           05 SIN-ADDR         PIC X(1400).
       01  SIN-CTL.
           05 SIN-CTL-TAG      PIC X(9).
           05 SIN-CTL-NEXT-SK  PIC 9(9).
           05 SIN-CTL-BUS-DATE PIC 9(8).
       FD  STATE-OUT.
       01  SOUT-REC.
           05 SOUT-SK          PIC 9(9).
           05 SOUT-EFF-FROM    PIC 9(8).
           05 SOUT-KEY         PIC X(42).
           05 SOUT-ADDR        PIC X(1400).
       01  SOUT-CTL.
           05 SOUT-CTL-TAG     PIC X(9).
           05 SOUT-CTL-NEXT-SK PIC 9(9).
           05 SOUT-CTL-BUS-DATE PIC 9(8).
       FD  OUT-FILE.
       01  OUT-REC         PIC X(1600).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-BUS-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100) VALUE 'address_master.dat'.
       01 WS-MAST-STATUS       PIC XX.
       01 WS-CHANGE-FILE-NAME  PIC X(100).
       01 WS-CHANGE-STATUS     PIC XX.
       01 WS-CHANGE-FOUND      PIC X VALUE 'N'.
       01 WS-CTL-FOUND         PIC X.
       01 WS-STATE-FILE-NAME   PIC X(100) VALUE 'addr_dim_state.txt'.
       01 WS-STATE-BAK-NAME    PIC X(100).
       01 WS-STATE-WORK-NAME   PIC X(100).
       01 WS-STATE-IN-NAME     PIC X(100).
       01 WS-STATE-STATUS      PIC XX.
       01 WS-STATE-OUT-STATUS  PIC XX.
       01 WS-OUT-FILE-NAME     PIC X(100).
       01 WS-OUT-STATUS        PIC XX.
       01 WS-MANIFEST-STATUS   PIC XX.
       01 WS-RERUN             PIC X VALUE 'N'.
       01 WS-FIRST-LOAD        PIC X VALUE 'N'.
       01 WS-NEXT-SK           PIC 9(9) VALUE 1.
       01 WS-LAST-BUS-DATE     PIC 9(8) VALUE 0.
       01 WS-HIGH-DATE         PIC 9(8) VALUE 99991231.
       01 MAST-EOF             PIC X VALUE 'N'.
       01 STATE-EOF            PIC X VALUE 'N'.
       01 CHANGE-EOF           PIC X VALUE 'N'.

      *> 對走的兩邊目前的主鍵（讀完補 HIGH-VALUES）
       01 WS-MAST-CUR-KEY      PIC X(42).
       01 WS-STATE-CUR-KEY     PIC X(42).

      *> 當天異動檔：帳號 + 角色 → 最晚異動日
       01 CHG-COUNT            PIC 9(5) VALUE 0.
       01 CHG-FULL             PIC X VALUE 'N'.
       01 CHG-TABLE.
           05 CHG-ITEM OCCURS 5000 TIMES.
              10 CHG-ACCOUNT   PIC X(30).
              10 CHG-ROLE      PIC X(12).
              10 CHG-DATE      PIC 9(8).
       01 CHG-IDX              PIC 9(5).
       01 CX-ACCOUNT           PIC X(100).
       01 CX-FIELD             PIC X(20).
       01 CX-OLD               PIC X(100).
       01 CX-NEW               PIC X(100).
       01 CX-DATE              PIC X(8).
       01 CX-ROLE              PIC X(12).

      *> 一列饋送的工作區
       01 DR-SK                PIC 9(9).
       01 DR-ACTION            PIC X.
       01 DR-KEY.
           05 DR-ACCOUNT       PIC X(30).
           05 DR-ROLE          PIC X(12).
       01 DR-EFF-FROM          PIC 9(8).
       01 DR-EFF-TO            PIC 9(8).
       01 DR-CURRENT           PIC X.
       01 DR-ADDR              PIC X(1400).
       01 DR-ADDR-TABLE REDEFINES DR-ADDR.
           05 DR-FIELD         PIC X(50) OCCURS 28 TIMES.
       01 DR-IDX               PIC 9(2).
       01 WS-LINE-PTR          PIC 9(4).
       01 WS-NEW-FROM          PIC 9(8).

       01 CTL-MAST-READ        PIC 9(9) VALUE 0.
       01 CTL-NEW              PIC 9(9) VALUE 0.
       01 CTL-CHANGED          PIC 9(9) VALUE 0.
       01 CTL-DELETED          PIC 9(9) VALUE 0.
       01 CTL-UNCHANGED        PIC 9(9) VALUE 0.
       01 CTL-ROWS             PIC 9(9) VALUE 0.

       COPY "ctlledgr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRDIM_BUSINESS_DATE'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-VALUE) IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE))
                     NOT = 8
                   DISPLAY "ADDRDIM: ADDRDIM_BUSINESS_DATE must be "
                       "YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-BUS-DATE
           END-IF
           PERFORM SET-FILE-NAMES

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "ADDRDIM: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-STATE
           PERFORM LOAD-CHANGE-DATES

           OPEN OUTPUT OUT-FILE
           OPEN OUTPUT STATE-OUT

           *> 主檔依主鍵往下讀，跟狀態檔同序對走
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO MAST-EOF
           END-START
           PERFORM READ-MAST-NEXT
           PERFORM READ-STATE-NEXT
           PERFORM UNTIL MAST-EOF = 'Y' AND STATE-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-MAST-CUR-KEY < WS-STATE-CUR-KEY
                       PERFORM NEW-VERSION
                       PERFORM READ-MAST-NEXT
                   WHEN WS-MAST-CUR-KEY > WS-STATE-CUR-KEY
                       PERFORM DELETED-VERSION
                       PERFORM READ-STATE-NEXT
                   WHEN OTHER
                       PERFORM COMPARE-VERSION
                       PERFORM READ-MAST-NEXT
                       PERFORM READ-STATE-NEXT
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO SOUT-CTL
           MOVE 'DIMSTATE;' TO SOUT-CTL-TAG
           MOVE WS-NEXT-SK TO SOUT-CTL-NEXT-SK
           MOVE WS-BUS-DATE TO SOUT-CTL-BUS-DATE
           WRITE SOUT-CTL
           CLOSE MAST-FILE STATE-OUT
           IF WS-FIRST-LOAD = 'N'
               CLOSE STATE-IN
           END-IF

           *> 饋送檔尾掛交付清單記錄 + 登交付總帳
           MOVE SPACES TO OUT-REC
           STRING 'MAN;' FUNCTION TRIM(WS-OUT-FILE-NAME) ';'
               WS-BUS-DATE ';' CTL-ROWS
               DELIMITED BY SIZE INTO OUT-REC
           WRITE OUT-REC
           CLOSE OUT-FILE
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE SPACES TO MANIFEST-REC
           STRING FUNCTION TRIM(WS-OUT-FILE-NAME) ';'
               WS-BUS-DATE ';' CTL-ROWS ';' WS-RUN-DATE
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE

           PERFORM REPLACE-STATE-FILE
           PERFORM LEDGER-FEED-FILE

           DISPLAY "ADDRDIM: business date " WS-BUS-DATE ", "
               CTL-MAST-READ " master record(s) read"
           DISPLAY "  New versions (I)         : " CTL-NEW
           DISPLAY "  Changed (C + U)          : " CTL-CHANGED
           DISPLAY "  Deleted (D)              : " CTL-DELETED
           DISPLAY "  Unchanged                : " CTL-UNCHANGED
           DISPLAY "  Feed rows                : " CTL-ROWS " -> "
               FUNCTION TRIM(WS-OUT-FILE-NAME)
           STOP RUN.

       SET-FILE-NAMES.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-CHANGE-FILE-NAME
           STRING 'address_changes_' WS-BUS-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CHANGE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRDIM_CHANGE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CHANGE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRDIM_STATE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STATE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-STATE-BAK-NAME WS-STATE-WORK-NAME
           STRING FUNCTION TRIM(WS-STATE-FILE-NAME) '.bak'
               DELIMITED BY SIZE INTO WS-STATE-BAK-NAME
           STRING FUNCTION TRIM(WS-STATE-FILE-NAME) '.tmp'
               DELIMITED BY SIZE INTO WS-STATE-WORK-NAME
           MOVE SPACES TO WS-OUT-FILE-NAME
           STRING 'addr_dim_' WS-BUS-DATE '.txt'
               DELIMITED BY SIZE INTO WS-OUT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRDIM_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-OUT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRDIM_RERUN'
           IF FUNCTION UPPER-CASE(WS-ENV-VALUE(1:1)) = 'Y'
               MOVE 'Y' TO WS-RERUN
           END-IF.

      *> 狀態檔最後一行：下一個代理鍵、上次饋送的營業日。同一
      *> 營業日重出改讀 .bak（這一營業日饋送之前的狀態）
       OPEN-STATE.
           MOVE WS-STATE-FILE-NAME TO WS-STATE-IN-NAME
           PERFORM READ-STATE-CONTROL
           IF WS-FIRST-LOAD = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-BUS-DATE = WS-LAST-BUS-DATE
               IF WS-RERUN = 'N'
                   DISPLAY "ADDRDIM: business date " WS-BUS-DATE
                       " already fed - set ADDRDIM_RERUN=Y to "
                       "produce it again"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE STATE-IN
               MOVE WS-STATE-BAK-NAME TO WS-STATE-IN-NAME
               PERFORM READ-STATE-CONTROL
               IF WS-FIRST-LOAD = 'N'
                  AND WS-LAST-BUS-DATE NOT < WS-BUS-DATE
                   DISPLAY "ADDRDIM: "
                       FUNCTION TRIM(WS-STATE-BAK-NAME)
                       " is not the state before " WS-BUS-DATE
                       " - cannot rerun"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-BUS-DATE < WS-LAST-BUS-DATE
               DISPLAY "ADDRDIM: business date " WS-BUS-DATE
                   " is before the last feed " WS-LAST-BUS-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> 先整份讀一遍拿最後的控制行，再重開給對走從頭讀
       READ-STATE-CONTROL.
           MOVE 'N' TO WS-FIRST-LOAD
           OPEN INPUT STATE-IN
           IF WS-STATE-STATUS NOT = '00'
               MOVE 'Y' TO WS-FIRST-LOAD
               MOVE 1 TO WS-NEXT-SK
               MOVE 0 TO WS-LAST-BUS-DATE
               DISPLAY "ADDRDIM: no dimension state "
                   FUNCTION TRIM(WS-STATE-IN-NAME)
                   " - initial load of the whole master"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CTL-FOUND
           PERFORM UNTIL WS-STATE-STATUS NOT = '00'
               READ STATE-IN
                   AT END MOVE '10' TO WS-STATE-STATUS
                   NOT AT END
                       IF SIN-CTL-TAG = 'DIMSTATE;'
                          AND SIN-CTL-NEXT-SK IS NUMERIC
                          AND SIN-CTL-BUS-DATE IS NUMERIC
                           MOVE 'Y' TO WS-CTL-FOUND
                           MOVE SIN-CTL-NEXT-SK TO WS-NEXT-SK
                           MOVE SIN-CTL-BUS-DATE TO WS-LAST-BUS-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-IN
           IF WS-CTL-FOUND = 'N'
               DISPLAY "ADDRDIM: "
                   FUNCTION TRIM(WS-STATE-IN-NAME)
                   " has no DIMSTATE control line - not a "
                   "dimension state file, or written incompletely"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT STATE-IN.

      *> 當天異動檔每一行的帳號 + 角色記最晚的異動日期
       LOAD-CHANGE-DATES.
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-STATUS NOT = '00'
               DISPLAY "ADDRDIM: change file "
                   FUNCTION TRIM(WS-CHANGE-FILE-NAME)
                   " not found - new versions dated "
                   WS-BUS-DATE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHANGE-FOUND
           PERFORM UNTIL CHANGE-EOF = 'Y'
               READ CHANGE-FILE
                   AT END MOVE 'Y' TO CHANGE-EOF
                   NOT AT END
                       IF CHANGE-REC NOT = SPACES
                          AND CHANGE-REC(1:4) NOT = 'MAN;'
                           PERFORM NOTE-CHANGE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE
           IF CHG-FULL = 'Y'
               DISPLAY "WARNING: change file exceeds the change "
                   "table capacity (5000) - later accounts dated "
                   WS-BUS-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.

       NOTE-CHANGE-DATE.
           MOVE SPACES TO CX-ACCOUNT CX-FIELD CX-OLD CX-NEW CX-DATE
               CX-ROLE
           UNSTRING CHANGE-REC DELIMITED BY ';'
               INTO CX-ACCOUNT CX-FIELD CX-OLD CX-NEW CX-DATE CX-ROLE
           END-UNSTRING
           IF FUNCTION TRIM(CX-ACCOUNT) = SPACES
              OR CX-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
               IF CHG-ACCOUNT(CHG-IDX) = FUNCTION TRIM(CX-ACCOUNT)
                  AND CHG-ROLE(CHG-IDX) = FUNCTION TRIM(CX-ROLE)
                   IF CX-DATE > CHG-DATE(CHG-IDX)
                       MOVE CX-DATE TO CHG-DATE(CHG-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CHG-COUNT >= 5000
               MOVE 'Y' TO CHG-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CHG-COUNT
           MOVE FUNCTION TRIM(CX-ACCOUNT) TO CHG-ACCOUNT(CHG-COUNT)
           MOVE FUNCTION TRIM(CX-ROLE) TO CHG-ROLE(CHG-COUNT)
           MOVE CX-DATE TO CHG-DATE(CHG-COUNT).

       READ-MAST-NEXT.
           IF MAST-EOF = 'N'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
                   NOT AT END ADD 1 TO CTL-MAST-READ
               END-READ
           END-IF
           IF MAST-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-MAST-CUR-KEY
           ELSE
               MOVE MAST-KEY TO WS-MAST-CUR-KEY
           END-IF.

       READ-STATE-NEXT.
           IF WS-FIRST-LOAD = 'Y'
               MOVE 'Y' TO STATE-EOF
           END-IF
           IF STATE-EOF = 'N'
               READ STATE-IN
                   AT END MOVE 'Y' TO STATE-EOF
               END-READ
           END-IF
           IF STATE-EOF = 'N' AND SIN-CTL-TAG = 'DIMSTATE;'
               MOVE 'Y' TO STATE-EOF
           END-IF
           IF STATE-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-STATE-CUR-KEY
           ELSE
               MOVE SIN-KEY TO WS-STATE-CUR-KEY
           END-IF.

      *> 主檔新出現的帳號 + 角色：開第一個版本
       NEW-VERSION.
           ADD 1 TO CTL-NEW
           PERFORM FIND-NEW-FROM
           IF WS-FIRST-LOAD = 'Y'
              AND MAST-LOAD-DATE IS NUMERIC
              AND MAST-LOAD-DATE > 0
              AND MAST-LOAD-DATE NOT > WS-BUS-DATE
               MOVE MAST-LOAD-DATE TO WS-NEW-FROM
           END-IF
           MOVE 'I' TO DR-ACTION
           PERFORM OPEN-MASTER-VERSION.

      *> 狀態檔上有、主檔上沒有：舊版本以營業日結掉
       DELETED-VERSION.
           ADD 1 TO CTL-DELETED
           MOVE SIN-SK TO DR-SK
           MOVE 'D' TO DR-ACTION
           MOVE SIN-KEY TO DR-KEY
           MOVE SIN-EFF-FROM TO DR-EFF-FROM
           MOVE WS-BUS-DATE TO DR-EFF-TO
           MOVE 'N' TO DR-CURRENT
           MOVE SIN-ADDR TO DR-ADDR
           PERFORM WRITE-FEED-ROW.

      *> 兩邊都有：地址 28 欄一樣就照抄狀態，不一樣結掉舊版本、
      *> 開新版本
       COMPARE-VERSION.
           IF MAST-REC(43:1400) = SIN-ADDR
               ADD 1 TO CTL-UNCHANGED
               MOVE SIN-REC TO SOUT-REC
               WRITE SOUT-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-CHANGED
           PERFORM FIND-NEW-FROM
           IF WS-NEW-FROM NOT > SIN-EFF-FROM
               MOVE WS-BUS-DATE TO WS-NEW-FROM
           END-IF
           MOVE SIN-SK TO DR-SK
           MOVE 'C' TO DR-ACTION
           MOVE SIN-KEY TO DR-KEY
           MOVE SIN-EFF-FROM TO DR-EFF-FROM
           COMPUTE DR-EFF-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEW-FROM) - 1)
           MOVE 'N' TO DR-CURRENT
           MOVE SIN-ADDR TO DR-ADDR
           PERFORM WRITE-FEED-ROW
           MOVE 'U' TO DR-ACTION
           PERFORM OPEN-MASTER-VERSION.

      *> 新版本起日：當天異動檔裡這個帳號 + 角色（或沒有角色欄
      *> 的）最晚的異動日，不晚於營業日；查不到用營業日
       FIND-NEW-FROM.
           MOVE 0 TO WS-NEW-FROM
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
               IF CHG-ACCOUNT(CHG-IDX) = MAST-ACCOUNT-ID
                  AND (CHG-ROLE(CHG-IDX) = MAST-ADDR-ROLE
                       OR CHG-ROLE(CHG-IDX) = SPACES)
                  AND CHG-DATE(CHG-IDX) > WS-NEW-FROM
                   MOVE CHG-DATE(CHG-IDX) TO WS-NEW-FROM
               END-IF
           END-PERFORM
           IF WS-NEW-FROM = 0 OR WS-NEW-FROM > WS-BUS-DATE
               MOVE WS-BUS-DATE TO WS-NEW-FROM
           END-IF.

      *> 主檔目前這一筆開一個新版本：配代理鍵、寫饋送列、寫狀態
       OPEN-MASTER-VERSION.
           MOVE WS-NEXT-SK TO DR-SK
           ADD 1 TO WS-NEXT-SK
           MOVE MAST-KEY TO DR-KEY
           MOVE WS-NEW-FROM TO DR-EFF-FROM
           MOVE WS-HIGH-DATE TO DR-EFF-TO
           MOVE 'Y' TO DR-CURRENT
           MOVE MAST-REC(43:1400) TO DR-ADDR
           PERFORM WRITE-FEED-ROW
           MOVE DR-SK TO SOUT-SK
           MOVE DR-EFF-FROM TO SOUT-EFF-FROM
           MOVE DR-KEY TO SOUT-KEY
           MOVE DR-ADDR TO SOUT-ADDR
           WRITE SOUT-REC.

       WRITE-FEED-ROW.
           MOVE SPACES TO OUT-REC
           MOVE 1 TO WS-LINE-PTR
           STRING DR-SK ';' DR-ACTION ';'
               FUNCTION TRIM(DR-ACCOUNT) ';'
               FUNCTION TRIM(DR-ROLE) ';'
               DR-EFF-FROM ';' DR-EFF-TO ';' DR-CURRENT
               DELIMITED BY SIZE INTO OUT-REC
               WITH POINTER WS-LINE-PTR
           PERFORM VARYING DR-IDX FROM 1 BY 1 UNTIL DR-IDX > 28
               STRING ';' FUNCTION TRIM(DR-FIELD(DR-IDX))
                   DELIMITED BY SIZE INTO OUT-REC
                   WITH POINTER WS-LINE-PTR
           END-PERFORM
           WRITE OUT-REC
           ADD 1 TO CTL-ROWS.

      *> 新狀態寫完才換上：一般是舊狀態改名 .bak、新的換上；
      *> 重出時 .bak 本來就是這一營業日之前的狀態，留著不動
       REPLACE-STATE-FILE.
           IF WS-RERUN = 'Y' AND WS-STATE-IN-NAME = WS-STATE-BAK-NAME
               CALL 'CBL_DELETE_FILE' USING WS-STATE-FILE-NAME
           ELSE
               IF WS-FIRST-LOAD = 'N'
                   CALL 'CBL_DELETE_FILE' USING WS-STATE-BAK-NAME
                   CALL 'CBL_RENAME_FILE'
                       USING WS-STATE-FILE-NAME WS-STATE-BAK-NAME
               END-IF
           END-IF
           CALL 'CBL_RENAME_FILE'
               USING WS-STATE-WORK-NAME WS-STATE-FILE-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "ADDRDIM: cannot replace "
                   FUNCTION TRIM(WS-STATE-FILE-NAME)
                   " - new state left in "
                   FUNCTION TRIM(WS-STATE-WORK-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           IF CHG-FULL = 'Y' OR WS-CHANGE-FOUND = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> 饋送檔對外交付（DLV，鍵值 = 第 1 欄代理鍵）
       LEDGER-FEED-FILE.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE 'ADDRDIM' TO CL-PROGRAM
           MOVE 'F' TO CL-FUNCTION
           MOVE WS-OUT-FILE-NAME TO CL-FILE-NAME
           MOVE 'DLV' TO CL-DIRECTION
           MOVE 1 TO CL-KEY-COL
           MOVE 'N' TO CL-SKIP-HEADER
           CALL 'CTLLEDGR' USING CL-AREA.
