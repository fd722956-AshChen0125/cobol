       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGDIST.
      *> 地址異動分送：信用卡、放款、保險子公司以前都拿同一份
      *> 完整異動檔（address_changes_YYYYMMDD.txt，「帳號;欄位;
      *> 舊值;新值;日期;地址角色」）各自過濾，各濾各的、濾錯了
      *> 也沒人知道。改成訂閱表（change_subscribers.txt）一個
      *> 下游一行，ADDRMAST 跑完之後這支把當天異動檔切成每個
      *> 訂閱者一份：
      *>   訂閱者代號;國家;欄位;地址角色;版面;交付目錄
      *> 國家/欄位/地址角色都是逗號分隔清單，空白或 * = 全部：
      *>   國家     = 主檔上該帳號 + 角色目前的 COUNTRY（COUNTRY 本身
      *>              的異動，新舊值任一個在清單裡都算 - 搬出去的
      *>              下游也要知道）；主檔上已經沒有的帳號只給不
      *>              限國家的訂閱者
      *>   欄位     = 異動行上的欄位名稱（RM F BUILDING NO ALY LN SEC
      *>              STREET_ST AVENUE_AVE WAY BOULEVARD_BLVD ROAD_RD
      *>              DRIVE_DR TOWN DISTRICT CITY COUNTY PROVINCE STATE
      *>              ZIP COUNTRY POBOX LOCATION1-LOCATION6 OTHER
      *>              LANDMARK CARE_OF ADDRESS_TYPE，同 ADDRMAST）
      *>   地址角色 = MAILING RESIDENTIAL BUSINESS；沒有角色欄的舊
      *>              異動行只給不限角色的訂閱者
      *> 版面：
      *>   CHG（預設）= 異動行原樣一行一行給
      *>   ADDR       = 有異動的帳號 + 角色一行，帶主檔上目前的整筆
      *>                地址：帳號;地址角色;營業日;異動欄位（逗號
      *>                分隔）;RM;F;BUILDING;NO;ALY;LN;SEC;STREET;
      *>                AVENUE;WAY;BLVD;ROAD;DRIVE;TOWN;DISTRICT;CITY;
      *>                COUNTY;PROVINCE;STATE;ZIP;COUNTRY;POBOX;LOC1;
      *>                LOC2;LOC3;LOC4;LOC5;LOC6（主檔上已經沒有的
      *>                帳號地址欄位全空白）
      *> 交付目錄空白 = 工作目錄，沒有的目錄先建。每份饋送檔名
      *> <目錄>/addr_changes_<訂閱者代號>_<營業日>.txt，檔尾各自
      *> 掛交付清單記錄 MAN;fileid;營業日;列數、各自登交付總帳
      *> outbound_manifest.txt，ACKRECON 就逐個訂閱者對回條
      *> （回條檔名同樣是 fileid 的 / 換成 _）。每份饋送也登進
      *> 控制總數總帳（DLV，鍵值 = 第 1 欄帳號）。
      *> 分送摘要 chgdist_summary_<營業日>.txt：每個訂閱者符合
      *> 幾行異動、饋送幾列、幾行找不到主檔、饋送檔名。
      *> 夜間鏈上排在 ADDRMAST 那一步之後（相依欄寫 ADDRMAST 的
      *> 步驟編號）。
      *>   CHGDIST_SUBSCRIBERS   = 訂閱表（預設 change_subscribers.txt）
      *>   CHGDIST_BUSINESS_DATE = 營業日 YYYYMMDD（預設今天）
      *>   CHGDIST_CHANGE_FILE   = 異動檔（預設
      *>                           address_changes_<營業日>.txt）
      *>   ADDRMAST_MAST_FILE    = 地址主檔（預設 address_master.dat）
      *> RETURN-CODE 4 = 訂閱表有看不懂的行（跳過那一行）、異動檔
      *> 檔尾列數跟實際行數對不上、ADDR 版面的帳號表放不下；
      *> 12 = 訂閱表/異動檔/主檔開不起來、沒有任何訂閱者、有饋送
      *> 檔寫不出去（其他訂閱者照樣分送）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE ASSIGN TO DYNAMIC WS-SUB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO 'outbound_manifest.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE.
       01  SUB-REC         PIC X(800).
       FD  CHANGE-FILE.
       01  CHANGE-REC      PIC X(400).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  FEED-FILE.
       01  FEED-REC        PIC X(2000).
       FD  SUMMARY-FILE.
       01  SUMMARY-REC     PIC X(250).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-BUS-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-SUB-FILE-NAME     PIC X(100)
                               VALUE 'change_subscribers.txt'.
       01 WS-SUB-STATUS        PIC XX.
       01 WS-CHANGE-FILE-NAME  PIC X(100).
       01 WS-CHANGE-STATUS     PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100) VALUE 'address_master.dat'.
       01 WS-MAST-STATUS       PIC XX.
       01 WS-FEED-FILE-NAME    PIC X(150).
       01 WS-FEED-STATUS       PIC XX.
       01 WS-SUMMARY-FILE-NAME PIC X(100).
       01 WS-MANIFEST-STATUS   PIC XX.
       01 WS-COMMAND           PIC X(300).
       01 SUB-EOF              PIC X VALUE 'N'.
       01 CHANGE-EOF           PIC X VALUE 'N'.
       01 WS-FINAL-RC          PIC 9(2) VALUE 0.

       *> 訂閱表
       01 SUB-LINE-NO          PIC 9(4) VALUE 0.
       01 SUB-COUNT            PIC 9(2) VALUE 0.
       01 SUB-IDX              PIC 9(2).
       01 SUB-DUP-IDX          PIC 9(2).
       01 SX-ID                PIC X(20).
       01 SX-COUNTRIES         PIC X(200).
       01 SX-FIELDS            PIC X(300).
       01 SX-ROLES             PIC X(60).
       01 SX-LAYOUT            PIC X(10).
       01 SX-DIR               PIC X(100).
       01 SUB-TABLE.
           05 SUB-ENTRY OCCURS 50 TIMES.
               10 SUB-ID         PIC X(20).
               10 SUB-COUNTRIES  PIC X(200).
               10 SUB-FIELDS     PIC X(300).
               10 SUB-ROLES      PIC X(60).
               10 SUB-LAYOUT     PIC X(4).
               10 SUB-DIR        PIC X(100).
               10 SUB-FEED-NAME  PIC X(150).
               10 SUB-MATCHED    PIC 9(9).
               10 SUB-ROWS       PIC 9(9).
               10 SUB-NO-MAST    PIC 9(9).
               10 SUB-RESULT     PIC X(10).

       *> 一行異動
       01 CX-ACCOUNT           PIC X(30).
       01 CX-FIELD             PIC X(20).
       01 CX-OLD               PIC X(100).
       01 CX-NEW               PIC X(100).
       01 CX-DATE              PIC X(8).
       01 CX-ROLE              PIC X(12).
       01 CTL-CHANGE-LINES     PIC 9(9) VALUE 0.
       01 WS-SRC-MAN-SEEN      PIC X VALUE 'N'.
       01 WS-SRC-MAN-ROWS      PIC X(10).

       *> 逗號清單比對：LM-LIST 空白或 * = 全部
       01 LM-LIST              PIC X(500).
       01 LM-VALUE             PIC X(100).
       01 LM-HIT               PIC X.
       01 LM-ITEM              PIC X(100).
       01 LM-PTR               PIC 9(3).
       01 LM-LEN               PIC 9(3).

       *> 帳號 + 角色 → 主檔上的國家（同一組連續好幾行只讀一次）
       01 LK-KEY.
           05 LK-ACCOUNT       PIC X(30).
           05 LK-ROLE          PIC X(12).
       01 LK-FOUND             PIC X VALUE 'N'.
       01 LK-COUNTRY           PIC X(50).

       *> ADDR 版面：有異動的帳號 + 角色跟異動了哪些欄位
       01 AG-COUNT             PIC 9(5) VALUE 0.
       01 AG-FULL              PIC X VALUE 'N'.
       01 AG-TABLE.
           05 AG-ENTRY OCCURS 5000 TIMES.
               10 AG-ACCOUNT     PIC X(30).
               10 AG-ROLE        PIC X(12).
               10 AG-FIELDS      PIC X(500).
       01 AG-IDX               PIC 9(5).
       01 AG-FOUND             PIC 9(5).
       01 AG-PTR               PIC 9(4).
       01 WS-LINE-PTR          PIC 9(4).
       01 WS-ADDR-IDX          PIC 9(2).
       01 WS-ADDR-OFFSET       PIC 9(4).

       01 WS-ROWS-DISP         PIC Z(8)9.

       COPY "ctlledgr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CHGDIST_BUSINESS_DATE'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-VALUE) IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE))
                     NOT = 8
                   DISPLAY "CHGDIST: CHGDIST_BUSINESS_DATE must be "
                       "YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-BUS-DATE
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CHGDIST_SUBSCRIBERS'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SUB-FILE-NAME
           END-IF
           MOVE SPACES TO WS-CHANGE-FILE-NAME
           STRING 'address_changes_' WS-BUS-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CHANGE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CHGDIST_CHANGE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CHANGE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-SUMMARY-FILE-NAME
           STRING 'chgdist_summary_' WS-BUS-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SUMMARY-FILE-NAME

           PERFORM LOAD-SUBSCRIBERS
           IF SUB-COUNT = 0
               DISPLAY "CHGDIST: no usable subscriber in "
                   FUNCTION TRIM(WS-SUB-FILE-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 異動檔先整檔點一遍：檔尾列數對得上才算完整
           PERFORM CHECK-CHANGE-FILE

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "CHGDIST: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 一個訂閱者讀一遍異動檔、出一份饋送
           PERFORM VARYING SUB-IDX FROM 1 BY 1 UNTIL SUB-IDX > SUB-COUNT
               PERFORM DISTRIBUTE-ONE-SUBSCRIBER
           END-PERFORM
           CLOSE MAST-FILE

           PERFORM WRITE-SUMMARY
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *> ---------------------------------------------------------
      *> 訂閱表
      *> ---------------------------------------------------------
       LOAD-SUBSCRIBERS.
           OPEN INPUT SUB-FILE
           IF WS-SUB-STATUS NOT = '00'
               DISPLAY "CHGDIST: cannot open subscriber table "
                   FUNCTION TRIM(WS-SUB-FILE-NAME)
                   " (status " WS-SUB-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUB-EOF = 'Y'
               READ SUB-FILE
                   AT END MOVE 'Y' TO SUB-EOF
                   NOT AT END
                       ADD 1 TO SUB-LINE-NO
                       IF FUNCTION TRIM(SUB-REC) NOT = SPACES
                          AND SUB-REC(1:1) NOT = '*'
                           PERFORM STORE-ONE-SUBSCRIBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUB-FILE.

       STORE-ONE-SUBSCRIBER.
           MOVE SPACES TO SX-ID SX-COUNTRIES SX-FIELDS SX-ROLES
               SX-LAYOUT SX-DIR
           UNSTRING SUB-REC DELIMITED BY ';'
               INTO SX-ID SX-COUNTRIES SX-FIELDS SX-ROLES
                    SX-LAYOUT SX-DIR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-ID)) TO SX-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-LAYOUT))
               TO SX-LAYOUT
           IF SX-LAYOUT = SPACES
               MOVE 'CHG' TO SX-LAYOUT
           END-IF
           IF SX-ID = SPACES
              OR (SX-LAYOUT NOT = 'CHG' AND SX-LAYOUT NOT = 'ADDR')
               DISPLAY "CHGDIST: subscriber line " SUB-LINE-NO
                   " not understood, skipped: "
                   FUNCTION TRIM(SUB-REC)
               MOVE 4 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SUB-DUP-IDX FROM 1 BY 1
                   UNTIL SUB-DUP-IDX > SUB-COUNT
               IF SUB-ID(SUB-DUP-IDX) = SX-ID
                   DISPLAY "CHGDIST: subscriber " FUNCTION TRIM(SX-ID)
                       " appears twice, line " SUB-LINE-NO
                       " skipped"
                   MOVE 4 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SUB-COUNT >= 50
               DISPLAY "CHGDIST: more than 50 subscribers, line "
                   SUB-LINE-NO " skipped"
               MOVE 4 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SUB-COUNT
           MOVE SX-ID TO SUB-ID(SUB-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-COUNTRIES))
               TO SUB-COUNTRIES(SUB-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-FIELDS))
               TO SUB-FIELDS(SUB-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-ROLES))
               TO SUB-ROLES(SUB-COUNT)
           MOVE SX-LAYOUT TO SUB-LAYOUT(SUB-COUNT)
           MOVE FUNCTION TRIM(SX-DIR) TO SUB-DIR(SUB-COUNT)
           MOVE SPACES TO SUB-FEED-NAME(SUB-COUNT)
           IF SUB-DIR(SUB-COUNT) = SPACES
               STRING 'addr_changes_' FUNCTION TRIM(SX-ID) '_'
                   WS-BUS-DATE '.txt'
                   DELIMITED BY SIZE INTO SUB-FEED-NAME(SUB-COUNT)
           ELSE
               STRING FUNCTION TRIM(SX-DIR) '/addr_changes_'
                   FUNCTION TRIM(SX-ID) '_' WS-BUS-DATE '.txt'
                   DELIMITED BY SIZE INTO SUB-FEED-NAME(SUB-COUNT)
           END-IF
           MOVE 0 TO SUB-MATCHED(SUB-COUNT) SUB-ROWS(SUB-COUNT)
               SUB-NO-MAST(SUB-COUNT)
           MOVE SPACES TO SUB-RESULT(SUB-COUNT).

      *> ---------------------------------------------------------
      *> 異動檔點數：行數（交付清單記錄不算）對檔尾 MAN 的列數
      *> ---------------------------------------------------------
       CHECK-CHANGE-FILE.
           OPEN INPUT CHANGE-FILE
           IF WS-CHANGE-STATUS NOT = '00'
               DISPLAY "CHGDIST: cannot open change file "
                   FUNCTION TRIM(WS-CHANGE-FILE-NAME)
                   " (status " WS-CHANGE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO CHANGE-EOF
           PERFORM UNTIL CHANGE-EOF = 'Y'
               READ CHANGE-FILE
                   AT END MOVE 'Y' TO CHANGE-EOF
                   NOT AT END
                       IF CHANGE-REC(1:4) = 'MAN;'
                           MOVE 'Y' TO WS-SRC-MAN-SEEN
                           MOVE SPACES TO CX-ACCOUNT CX-DATE
                               WS-SRC-MAN-ROWS
                           UNSTRING CHANGE-REC DELIMITED BY ';'
                               INTO CX-FIELD CX-ACCOUNT CX-DATE
                                    WS-SRC-MAN-ROWS
                           END-UNSTRING
                       ELSE
                           IF CHANGE-REC NOT = SPACES
                               ADD 1 TO CTL-CHANGE-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE
           IF WS-SRC-MAN-SEEN = 'N'
               DISPLAY "CHGDIST: " FUNCTION TRIM(WS-CHANGE-FILE-NAME)
                   " has no MAN trailer - ADDRMAST may not have "
                   "finished"
               MOVE 4 TO WS-FINAL-RC
           ELSE
               IF FUNCTION TRIM(WS-SRC-MAN-ROWS) IS NOT NUMERIC
                  OR FUNCTION NUMVAL(WS-SRC-MAN-ROWS)
                     NOT = CTL-CHANGE-LINES
                   DISPLAY "CHGDIST: "
                       FUNCTION TRIM(WS-CHANGE-FILE-NAME)
                       " trailer says "
                       FUNCTION TRIM(WS-SRC-MAN-ROWS)
                       " rows, file has " CTL-CHANGE-LINES
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> 一個訂閱者：篩異動行、寫饋送、掛 MAN、登總帳
      *> ---------------------------------------------------------
       DISTRIBUTE-ONE-SUBSCRIBER.
           MOVE SUB-FEED-NAME(SUB-IDX) TO WS-FEED-FILE-NAME
           IF SUB-DIR(SUB-IDX) NOT = SPACES
               MOVE SPACES TO WS-COMMAND
               STRING 'mkdir -p ' FUNCTION TRIM(SUB-DIR(SUB-IDX))
                   ' 2>/dev/null'
                   DELIMITED BY SIZE INTO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "CHGDIST: cannot write feed "
                   FUNCTION TRIM(WS-FEED-FILE-NAME)
                   " for " FUNCTION TRIM(SUB-ID(SUB-IDX))
                   " (status " WS-FEED-STATUS ")"
               MOVE 'FAILED' TO SUB-RESULT(SUB-IDX)
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AG-COUNT
           MOVE 'N' TO AG-FULL
           MOVE HIGH-VALUES TO LK-KEY
           OPEN INPUT CHANGE-FILE
           MOVE 'N' TO CHANGE-EOF
           PERFORM UNTIL CHANGE-EOF = 'Y'
               READ CHANGE-FILE
                   AT END MOVE 'Y' TO CHANGE-EOF
                   NOT AT END
                       IF CHANGE-REC(1:4) NOT = 'MAN;'
                          AND CHANGE-REC NOT = SPACES
                           PERFORM SELECT-CHANGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE

           IF SUB-LAYOUT(SUB-IDX) = 'ADDR'
               PERFORM VARYING AG-IDX FROM 1 BY 1
                       UNTIL AG-IDX > AG-COUNT
                   PERFORM WRITE-ADDR-ROW
               END-PERFORM
               IF AG-FULL = 'Y'
                   DISPLAY "CHGDIST: " FUNCTION TRIM(SUB-ID(SUB-IDX))
                       " - more than 5000 accounts changed, feed "
                       "is incomplete"
                   MOVE 'INCOMPLETE' TO SUB-RESULT(SUB-IDX)
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
               END-IF
           END-IF

           *> 饋送檔尾掛交付清單記錄 + 登交付總帳
           MOVE SPACES TO FEED-REC
           STRING 'MAN;' FUNCTION TRIM(WS-FEED-FILE-NAME) ';'
               WS-BUS-DATE ';' SUB-ROWS(SUB-IDX)
               DELIMITED BY SIZE INTO FEED-REC
           WRITE FEED-REC
           CLOSE FEED-FILE
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE SPACES TO MANIFEST-REC
           STRING FUNCTION TRIM(WS-FEED-FILE-NAME) ';'
               WS-BUS-DATE ';' SUB-ROWS(SUB-IDX) ';' WS-RUN-DATE
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE
           PERFORM LEDGER-FEED-FILE
           IF SUB-RESULT(SUB-IDX) = SPACES
               MOVE 'OK' TO SUB-RESULT(SUB-IDX)
           END-IF.

       *> 一行異動過這個訂閱者的三道篩子
       SELECT-CHANGE-LINE.
           MOVE SPACES TO CX-ACCOUNT CX-FIELD CX-OLD CX-NEW CX-DATE
               CX-ROLE
           UNSTRING CHANGE-REC DELIMITED BY ';'
               INTO CX-ACCOUNT CX-FIELD CX-OLD CX-NEW CX-DATE CX-ROLE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CX-FIELD)) TO CX-FIELD
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CX-ROLE)) TO CX-ROLE

           *> 地址角色：沒有角色欄的舊行只給不限角色的
           MOVE SUB-ROLES(SUB-IDX) TO LM-LIST
           MOVE CX-ROLE TO LM-VALUE
           PERFORM MATCH-LIST
           IF LM-HIT = 'N'
               EXIT PARAGRAPH
           END-IF
           *> 欄位
           MOVE SUB-FIELDS(SUB-IDX) TO LM-LIST
           MOVE CX-FIELD TO LM-VALUE
           PERFORM MATCH-LIST
           IF LM-HIT = 'N'
               EXIT PARAGRAPH
           END-IF
           *> 國家：主檔上目前的，COUNTRY 異動另看舊值
           MOVE SUB-COUNTRIES(SUB-IDX) TO LM-LIST
           PERFORM LOOKUP-MASTER-COUNTRY
           IF LK-FOUND = 'Y'
               MOVE LK-COUNTRY TO LM-VALUE
           ELSE
               MOVE SPACES TO LM-VALUE
           END-IF
           PERFORM MATCH-LIST
           IF LM-HIT = 'N' AND CX-FIELD = 'COUNTRY'
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CX-OLD))
                   TO LM-VALUE
               PERFORM MATCH-LIST
           END-IF
           IF LM-HIT = 'N'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SUB-MATCHED(SUB-IDX)
           IF LK-FOUND = 'N'
               ADD 1 TO SUB-NO-MAST(SUB-IDX)
           END-IF
           IF SUB-LAYOUT(SUB-IDX) = 'ADDR'
               PERFORM COLLECT-ADDR-KEY
           ELSE
               WRITE FEED-REC FROM CHANGE-REC
               ADD 1 TO SUB-ROWS(SUB-IDX)
           END-IF.

       *> LM-VALUE 在不在 LM-LIST 裡（空白清單或 * = 全部都在；
       *> 清單有限定時空白值一律不在）
       MATCH-LIST.
           MOVE 'N' TO LM-HIT
           IF LM-LIST = SPACES OR FUNCTION TRIM(LM-LIST) = '*'
               MOVE 'Y' TO LM-HIT
               EXIT PARAGRAPH
           END-IF
           IF LM-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LM-LIST TRAILING))
               TO LM-LEN
           MOVE 1 TO LM-PTR
           PERFORM UNTIL LM-PTR > LM-LEN OR LM-HIT = 'Y'
               MOVE SPACES TO LM-ITEM
               UNSTRING LM-LIST(1:LM-LEN) DELIMITED BY ','
                   INTO LM-ITEM
                   WITH POINTER LM-PTR
               END-UNSTRING
               IF FUNCTION TRIM(LM-ITEM) = FUNCTION TRIM(LM-VALUE)
                   MOVE 'Y' TO LM-HIT
               END-IF
           END-PERFORM.

       *> 主檔上的國家：同一個帳號 + 角色連續好幾行只讀一次；
       *> 沒有角色欄的舊行取這個帳號主鍵順序的第一筆
       LOOKUP-MASTER-COUNTRY.
           IF CX-ACCOUNT = LK-ACCOUNT AND CX-ROLE = LK-ROLE
               EXIT PARAGRAPH
           END-IF
           MOVE CX-ACCOUNT TO LK-ACCOUNT
           MOVE CX-ROLE TO LK-ROLE
           MOVE 'N' TO LK-FOUND
           MOVE SPACES TO LK-COUNTRY
           MOVE CX-ACCOUNT TO MAST-ACCOUNT-ID
           MOVE CX-ROLE TO MAST-ADDR-ROLE
           IF CX-ROLE NOT = SPACES
               READ MAST-FILE
                   INVALID KEY EXIT PARAGRAPH
               END-READ
           ELSE
               START MAST-FILE KEY IS >= MAST-KEY
                   INVALID KEY EXIT PARAGRAPH
               END-START
               READ MAST-FILE NEXT
                   AT END EXIT PARAGRAPH
               END-READ
               IF MAST-ACCOUNT-ID NOT = CX-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO LK-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY))
               TO LK-COUNTRY.

      *> ---------------------------------------------------------
      *> ADDR 版面：帳號 + 角色收一次、欄位名稱累加，最後一組一列
      *> ---------------------------------------------------------
       COLLECT-ADDR-KEY.
           MOVE 0 TO AG-FOUND
           PERFORM VARYING AG-IDX FROM AG-COUNT BY -1
                   UNTIL AG-IDX < 1 OR AG-FOUND > 0
               IF AG-ACCOUNT(AG-IDX) = CX-ACCOUNT
                  AND AG-ROLE(AG-IDX) = CX-ROLE
                   MOVE AG-IDX TO AG-FOUND
               END-IF
           END-PERFORM
           IF AG-FOUND = 0
               IF AG-COUNT >= 5000
                   MOVE 'Y' TO AG-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO AG-COUNT
               MOVE AG-COUNT TO AG-FOUND
               MOVE CX-ACCOUNT TO AG-ACCOUNT(AG-FOUND)
               MOVE CX-ROLE TO AG-ROLE(AG-FOUND)
               MOVE CX-FIELD TO AG-FIELDS(AG-FOUND)
               EXIT PARAGRAPH
           END-IF
           *> 同一欄位一天改兩次只列一次
           MOVE AG-FIELDS(AG-FOUND) TO LM-LIST
           MOVE CX-FIELD TO LM-VALUE
           PERFORM MATCH-LIST
           IF LM-HIT = 'N'
               COMPUTE AG-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(AG-FIELDS(AG-FOUND) TRAILING)) + 1
               STRING ',' FUNCTION TRIM(CX-FIELD)
                   DELIMITED BY SIZE INTO AG-FIELDS(AG-FOUND)
                   WITH POINTER AG-PTR
               END-STRING
           END-IF.

       WRITE-ADDR-ROW.
           MOVE AG-ACCOUNT(AG-IDX) TO MAST-ACCOUNT-ID
           MOVE AG-ROLE(AG-IDX) TO MAST-ADDR-ROLE
           MOVE 'Y' TO LK-FOUND
           IF AG-ROLE(AG-IDX) NOT = SPACES
               READ MAST-FILE
                   INVALID KEY MOVE 'N' TO LK-FOUND
               END-READ
           ELSE
               START MAST-FILE KEY IS >= MAST-KEY
                   INVALID KEY MOVE 'N' TO LK-FOUND
               END-START
               IF LK-FOUND = 'Y'
                   READ MAST-FILE NEXT
                       AT END MOVE 'N' TO LK-FOUND
                   END-READ
               END-IF
               IF LK-FOUND = 'Y'
                  AND MAST-ACCOUNT-ID NOT = AG-ACCOUNT(AG-IDX)
                   MOVE 'N' TO LK-FOUND
               END-IF
           END-IF
           MOVE SPACES TO FEED-REC
           MOVE 1 TO WS-LINE-PTR
           STRING FUNCTION TRIM(AG-ACCOUNT(AG-IDX)) ';'
               FUNCTION TRIM(AG-ROLE(AG-IDX)) ';'
               WS-BUS-DATE ';'
               FUNCTION TRIM(AG-FIELDS(AG-IDX))
               DELIMITED BY SIZE INTO FEED-REC
               WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > 28
               COMPUTE WS-ADDR-OFFSET = 43 + (WS-ADDR-IDX - 1) * 50
               IF LK-FOUND = 'Y'
                  AND MAST-REC(WS-ADDR-OFFSET:50) NOT = SPACES
                   STRING ';' FUNCTION TRIM(
                       MAST-REC(WS-ADDR-OFFSET:50))
                       DELIMITED BY SIZE INTO FEED-REC
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   STRING ';' DELIMITED BY SIZE INTO FEED-REC
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           WRITE FEED-REC
           ADD 1 TO SUB-ROWS(SUB-IDX).

      *> 饋送檔對外交付（DLV，鍵值 = 第 1 欄帳號）
       LEDGER-FEED-FILE.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE 'CHGDIST' TO CL-PROGRAM
           MOVE 'F' TO CL-FUNCTION
           MOVE WS-FEED-FILE-NAME TO CL-FILE-NAME
           MOVE 'DLV' TO CL-DIRECTION
           MOVE 1 TO CL-KEY-COL
           MOVE 'N' TO CL-SKIP-HEADER
           CALL 'CTLLEDGR' USING CL-AREA.

      *> ---------------------------------------------------------
      *> 分送摘要：檔案一份、畫面一份
      *> ---------------------------------------------------------
       WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-REC
           STRING 'CHGDIST DISTRIBUTION SUMMARY  BUSINESS DATE '
               WS-BUS-DATE '  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           MOVE CTL-CHANGE-LINES TO WS-ROWS-DISP
           STRING 'CHANGE FILE ' FUNCTION TRIM(WS-CHANGE-FILE-NAME)
               '  LINES ' FUNCTION TRIM(WS-ROWS-DISP)
               DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE SPACES TO SUMMARY-REC
           STRING 'SUBSCRIBER           LAYOUT  MATCHED  FEED ROWS'
               '  NO MASTER  RESULT      FEED FILE'
               DELIMITED BY SIZE INTO SUMMARY-REC
           WRITE SUMMARY-REC
           MOVE ALL '-' TO SUMMARY-REC(1:110)
           WRITE SUMMARY-REC
           DISPLAY "CHGDIST: business date " WS-BUS-DATE ", "
               CTL-CHANGE-LINES " change line(s) in "
               FUNCTION TRIM(WS-CHANGE-FILE-NAME)
           PERFORM VARYING SUB-IDX FROM 1 BY 1 UNTIL SUB-IDX > SUB-COUNT
               MOVE SPACES TO SUMMARY-REC
               MOVE SUB-ID(SUB-IDX) TO SUMMARY-REC(1:20)
               MOVE SUB-LAYOUT(SUB-IDX) TO SUMMARY-REC(22:6)
               MOVE SUB-MATCHED(SUB-IDX) TO WS-ROWS-DISP
               MOVE WS-ROWS-DISP TO SUMMARY-REC(28:9)
               MOVE SUB-ROWS(SUB-IDX) TO WS-ROWS-DISP
               MOVE WS-ROWS-DISP TO SUMMARY-REC(39:9)
               MOVE SUB-NO-MAST(SUB-IDX) TO WS-ROWS-DISP
               MOVE WS-ROWS-DISP TO SUMMARY-REC(50:9)
               MOVE SUB-RESULT(SUB-IDX) TO SUMMARY-REC(61:10)
               MOVE SUB-FEED-NAME(SUB-IDX) TO SUMMARY-REC(73:150)
               WRITE SUMMARY-REC
               DISPLAY "  " SUB-ID(SUB-IDX) " " SUB-LAYOUT(SUB-IDX)
                   " matched " SUB-MATCHED(SUB-IDX)
                   " rows " SUB-ROWS(SUB-IDX) " "
                   FUNCTION TRIM(SUB-RESULT(SUB-IDX)) " -> "
                   FUNCTION TRIM(SUB-FEED-NAME(SUB-IDX))
           END-PERFORM
           CLOSE SUMMARY-FILE
           DISPLAY "CHGDIST: summary in "
               FUNCTION TRIM(WS-SUMMARY-FILE-NAME).
