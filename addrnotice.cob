       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRNOTICE.
      *> 地址變更通知信：ADDRMAST 每晚寫 address_changes_YYYYMMDD.txt，
      *> 客戶本人卻從來不知道通訊地址被改了 - 冒名改址是帳戶
      *> 盜用最常見的第一步。這支把當天有動到門牌/街道/城市/
      *> 郵遞區號這些投遞欄位的帳號挑出來，每戶寄兩封：
      *>   - 舊地址一封「您的地址已變更」通知：地址取自
      *>     addr_journal.txt 當天第一筆改寫前影像（B）
      *>   - 新地址一封確認信：地址取自主檔現值
      *> 只動到地標/LOCATION/OTHER 的帳號不寄（座標、退郵旗標
      *> 不會出現在異動檔，自然也不寄）。
      *> 套印用 LETTERGEN 同一套模板引擎：{欄位名} 代換、
      *> {ADDRBLOCK1/2/3} 三行地址、UTF-8 顯示寬度裁切；
      *> 另外多一個 {CHANGEDATE}（異動日）。收件人跟 LETTERGEN
      *> 一樣處理：
      *>   {CAREOF}  = 轉交/收件人行（舊址信取改寫前影像的、新址
      *>               信取主檔現值）；模板沒用到時自動印在
      *>               {ADDRBLOCK1} 那一行上面，對齊地址的起始欄
      *>   {NAME1} {NAME2} = 收件人姓名（客戶姓名檔）；模板沒用到
      *>               {NAME1} 時自動印在 {ADDRBLOCK1}（和轉交行）
      *>               上面，一樣對齊地址的起始欄
      *> 姓名檔查不到的帳號不出信，列無姓名例外清單
      *> （addrnotice_noname_YYYYMMDD.txt），登記簿記 NONAME，
      *> 不寄無名通知。
      *> 每封信同時登進 notice_register.txt（只追加）：
      *>   帳號;OLD|NEW;地址第一行;第二行;第三行;異動日;執行日;狀態
      *> 狀態 ISSUED=已出信、NOBEFORE=日誌找不到改寫前影像、
      *> NOTONMAST=主檔已無此帳號、NONAME=姓名檔查不到（這三種
      *> 沒有出信，留給人工追，RC 4）、
      *> NOTISSUED=當天改址帳號多到已處理帳號表都裝不下，沒辦法
      *> 保證不重複出信，整戶不出信（RC 12，夜間流程停下來等人處理）。
      *> 改址帳號每 3000 戶一批：一批滿了先掃日誌、出信，再收下
      *> 一批；出過信的帳號+角色記在已處理帳號表，後面批次再出現
      *> 不重複寄。
      *>   NOTICE_CHANGE_FILE  = 異動檔（預設當天 address_changes）
      *>   NOTICE_OLD_TEMPLATE = 舊地址模板（預設
      *>                         notice_old_template.txt）
      *>   NOTICE_NEW_TEMPLATE = 新地址模板（預設
      *>                         notice_new_template.txt）
      *>   NOTICE_OUT_FILE     = 列印檔（預設
      *>                         address_notices_YYYYMMDD.txt）
      *>   LETTER_WIDTH        = 版面寬度（跟 LETTERGEN 共用，預設 76）
      *>   CUSTNAME_FILE       = 客戶姓名檔（預設 customer_name.dat）
      *>   NOTICE_NONAME_FILE  = 無姓名例外清單
      *> 主檔一個帳號可以有好幾個地址角色：異動行第 6 欄是角色，
      *> 哪個角色的地址變了就針對那個角色的新舊地址各寄一封；
      *> 舊格式沒有角色欄的異動行依 MAILING → RESIDENTIAL →
      *> BUSINESS 取帳號第一個有的地址。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-FILE ASSIGN TO DYNAMIC WS-CHG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT TPL-FILE ASSIGN TO DYNAMIC WS-TPL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT PRT-FILE ASSIGN TO DYNAMIC WS-PRT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-FILE ASSIGN TO 'notice_register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT CNM-FILE ASSIGN TO DYNAMIC WS-CNM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNM-ACCOUNT
               FILE STATUS IS WS-CNM-STATUS.
           SELECT NONAME-FILE ASSIGN TO DYNAMIC WS-NONAME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHG-FILE.
       01  CHG-REC         PIC X(400).
       FD  TPL-FILE.
       01  TPL-REC         PIC X(200).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  PRT-FILE.
       01  PRT-REC         PIC X(250).
       FD  REG-FILE.
       01  REG-REC         PIC X(500).
       FD  CNM-FILE.
       COPY "custname.cpy".
       FD  NONAME-FILE.
       01  NONAME-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-CHG-FILE-NAME     PIC X(100).
       01 WS-CHG-STATUS        PIC XX.
       01 WS-TPL-FILE-NAME     PIC X(100).
       01 WS-TPL-STATUS        PIC XX.
       01 WS-OLD-TPL-NAME      PIC X(100).
       01 WS-NEW-TPL-NAME      PIC X(100).
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-PRT-FILE-NAME     PIC X(100).
       01 WS-REG-STATUS        PIC XX.
       01 WS-CNM-FILE-NAME     PIC X(100).
       01 WS-CNM-STATUS        PIC XX.
       01 WS-NONAME-FILE-NAME  PIC X(100).
       01 WS-NAME-FOUND        PIC X VALUE 'N'.
       01 CHG-EOF              PIC X VALUE 'N'.
       01 TPL-EOF              PIC X VALUE 'N'.
       01 JRNL-EOF             PIC X VALUE 'N'.

       01 WS-LETTER-WIDTH      PIC 9(3) VALUE 76.

       *> 異動行拆欄：帳號;欄位;舊值;新值;日期;地址角色
       01 CHG-ACCOUNT          PIC X(100).
       01 CHG-FIELD            PIC X(20).
       01 CHG-OLD              PIC X(100).
       01 CHG-NEW              PIC X(100).
       01 CHG-DATE             PIC X(8).
       01 CHG-ROLE             PIC X(12).

       *> 沒有角色的異動行：主檔依序試讀這幾個角色
       01 ROLE-PREF-TABLE.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-PREF-R REDEFINES ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.

       *> 要發通知的帳號（同一帳號多個欄位異動只算一戶），
       *> 舊地址影像在掃日誌時補進來
       01 NTC-TABLE.
           05 NTC-ENTRY OCCURS 3000 TIMES.
               10 NTC-ACCOUNT    PIC X(30).
               10 NTC-ROLE       PIC X(12).
               10 NTC-CHG-DATE   PIC X(8).
               10 NTC-HAS-BEFORE PIC X.
               10 NTC-BEFORE     PIC X(2000).
       01 NTC-COUNT            PIC 9(4) VALUE 0.
       01 NTC-IDX              PIC 9(4).
       01 NTC-FOUND            PIC 9(4).
       01 NTC-BATCH-MAX        PIC 9(4) VALUE 3000.

       *> 前面批次已經出過信的帳號+角色（只留鍵值，不留影像）
       01 DONE-TABLE.
           05 DONE-KEY OCCURS 60000 TIMES PIC X(42).
       01 DONE-COUNT           PIC 9(5) VALUE 0.
       01 DONE-MAX             PIC 9(5) VALUE 60000.
       01 DONE-IDX             PIC 9(5).
       01 DONE-FOUND           PIC 9(5).
       01 DONE-FULL            PIC X VALUE 'N'.
       01 WS-CHG-KEY           PIC X(42).

       *> 兩份模板整份載入（1=舊地址通知、2=新地址確認）
       01 TPL-TABLE.
           05 TPL-SET OCCURS 2 TIMES.
               10 TPL-LINE OCCURS 60 TIMES PIC X(200).
       01 TPL-COUNTS.
           05 TPL-COUNT OCCURS 2 TIMES PIC 9(2) VALUE 0.
       01 TPL-SET-IDX          PIC 9.
       01 TPL-IDX              PIC 9(2).
       01 TPL-UPPER            PIC X(200).
       01 TPL-TALLY            PIC 9(3).
       01 TPL-INDENT           PIC 9(3).
       *> 模板自己放了 {CAREOF} / {NAME1} 就不自動補行（兩份各算）
       01 TPL-FLAGS.
           05 TPL-FLAG OCCURS 2 TIMES.
               10 TPL-HAS-CAREOF PIC X VALUE 'N'.
               10 TPL-HAS-NAME   PIC X VALUE 'N'.

       *> 這封信是寄舊址還是新址
       01 WS-NOTICE-KIND       PIC X(3).
       01 WS-NOTICE-STATUS     PIC X(10).

       *> {欄位名} 代換工作欄位
       01 SUB-IN               PIC X(200).
       01 SUB-OUT              PIC X(400).
       01 SUB-PTR              PIC 9(3).
       01 SUB-SCAN             PIC 9(3).
       01 SUB-LEN              PIC 9(3).
       01 SUB-CLOSE            PIC 9(3).
       01 SUB-NAME             PIC X(20).
       01 SUB-NAME-LEN         PIC 9(3).
       01 SUB-VALUE            PIC X(120).

       *> 依郵寄慣例組的三行地址
       01 ADDR-BLOCK1          PIC X(120).
       01 ADDR-BLOCK2          PIC X(120).
       01 ADDR-BLOCK3          PIC X(120).

       *> 裁切/補齊到顯示寬度（跟 LABELGEN 同一套分類）
       01 FIT-SRC              PIC X(400).
       01 FIT-OUT              PIC X(400).
       01 FIT-SRC-LEN          PIC 9(3).
       01 FIT-SCAN             PIC 9(3).
       01 FIT-CHAR-BYTES       PIC 9(1).
       01 FIT-CHAR-COLS        PIC 9(1).
       01 FIT-COLS-USED        PIC 9(3).
       01 FIT-OUT-PTR          PIC 9(3).

       01 CTL-CHG-LINES        PIC 9(7) VALUE 0.
       01 CTL-SKIPPED-LINES    PIC 9(7) VALUE 0.
       01 CTL-OLD-NOTICES      PIC 9(7) VALUE 0.
       01 CTL-NEW-NOTICES      PIC 9(7) VALUE 0.
       01 CTL-NO-BEFORE        PIC 9(7) VALUE 0.
       01 CTL-NOT-FOUND        PIC 9(7) VALUE 0.
       01 CTL-ACCOUNTS         PIC 9(7) VALUE 0.
       01 CTL-BATCHES          PIC 9(5) VALUE 0.
       01 CTL-NOT-ISSUED       PIC 9(7) VALUE 0.
       01 CTL-NO-NAME          PIC 9(7) VALUE 0.
       01 CTL-CAREOF-LINES     PIC 9(7) VALUE 0.
       01 CTL-NAME-LINES       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-FILE-NAMES

           MOVE 1 TO TPL-SET-IDX
           MOVE WS-OLD-TPL-NAME TO WS-TPL-FILE-NAME
           PERFORM LOAD-TEMPLATE
           MOVE 2 TO TPL-SET-IDX
           MOVE WS-NEW-TPL-NAME TO WS-TPL-FILE-NAME
           PERFORM LOAD-TEMPLATE
           IF TPL-COUNT(1) = 0 OR TPL-COUNT(2) = 0
               DISPLAY "ADDRNOTICE: template "
                   FUNCTION TRIM(WS-OLD-TPL-NAME) " or "
                   FUNCTION TRIM(WS-NEW-TPL-NAME)
                   " is missing or empty"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CHG-FILE
           IF WS-CHG-STATUS NOT = '00'
               *> 當天沒有異動檔 = 沒有任何帳號改址，不是錯誤
               DISPLAY "ADDRNOTICE: no change file "
                   FUNCTION TRIM(WS-CHG-FILE-NAME)
                   " - no notices to issue"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "ADDRNOTICE: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CNM-FILE
           IF WS-CNM-STATUS NOT = '00'
               DISPLAY "ADDRNOTICE: cannot open customer name file "
                   FUNCTION TRIM(WS-CNM-FILE-NAME)
                   " (status " WS-CNM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRT-FILE
           OPEN EXTEND REG-FILE
           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT REG-FILE
           END-IF
           OPEN OUTPUT NONAME-FILE
           MOVE SPACES TO NONAME-REC
           STRING "Account;Reason;Program"
               DELIMITED BY SIZE INTO NONAME-REC
           WRITE NONAME-REC

           PERFORM UNTIL CHG-EOF = 'Y'
               READ CHG-FILE
                   AT END MOVE 'Y' TO CHG-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CHG-REC) NOT = SPACES
                          AND CHG-REC(1:4) NOT = 'MAN;'
                           ADD 1 TO CTL-CHG-LINES
                           PERFORM COLLECT-CHANGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHG-FILE

           *> 最後一批（不滿 3000 戶）
           PERFORM ISSUE-NOTICE-BATCH

           MOVE SPACES TO PRT-REC
           STRING "=== " CTL-OLD-NOTICES " old-address notice(s), "
               CTL-NEW-NOTICES " new-address confirmation(s), "
               CTL-NO-BEFORE " without before-image, "
               CTL-NOT-FOUND " not on master, "
               CTL-NO-NAME " without a customer name ==="
               DELIMITED BY SIZE INTO PRT-REC
           WRITE PRT-REC
           CLOSE MAST-FILE PRT-FILE REG-FILE CNM-FILE NONAME-FILE

           DISPLAY "ADDRNOTICE: " CTL-ACCOUNTS " account(s) with "
               "address changes in " CTL-BATCHES " batch(es) ("
               CTL-SKIPPED-LINES " non-address change line(s) "
               "ignored)"
           DISPLAY "ADDRNOTICE: " CTL-OLD-NOTICES " old-address, "
               CTL-NEW-NOTICES " new-address notices - see "
               FUNCTION TRIM(WS-PRT-FILE-NAME)
           IF CTL-CAREOF-LINES > 0
               DISPLAY "ADDRNOTICE: " CTL-CAREOF-LINES " care-of "
                   "line(s) printed above the address block"
           END-IF
           IF CTL-NAME-LINES > 0
               DISPLAY "ADDRNOTICE: " CTL-NAME-LINES " name "
                   "line(s) printed above the address block"
           END-IF
           EVALUATE TRUE
               WHEN CTL-NOT-ISSUED > 0
                   DISPLAY "ADDRNOTICE: " CTL-NOT-ISSUED
                       " account(s) NOT ISSUED - more changed accounts"
                       " than the processed-account table holds ("
                       DONE-MAX "), see notice_register.txt"
                   MOVE 12 TO RETURN-CODE
               WHEN CTL-NO-BEFORE > 0 OR CTL-NOT-FOUND > 0
                 OR CTL-NO-NAME > 0
                   DISPLAY "ADDRNOTICE: " CTL-NO-BEFORE
                       " account(s) had no before-image, "
                       CTL-NOT-FOUND " not on master, "
                       CTL-NO-NAME " no customer name - see "
                       "notice_register.txt and "
                       FUNCTION TRIM(WS-NONAME-FILE-NAME)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-FILE-NAMES.
           STRING 'address_changes_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CHG-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'NOTICE_CHANGE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CHG-FILE-NAME
           END-IF
           MOVE 'notice_old_template.txt' TO WS-OLD-TPL-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'NOTICE_OLD_TEMPLATE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-OLD-TPL-NAME
           END-IF
           MOVE 'notice_new_template.txt' TO WS-NEW-TPL-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'NOTICE_NEW_TEMPLATE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-NEW-TPL-NAME
           END-IF
           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           STRING 'address_notices_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-PRT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'NOTICE_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PRT-FILE-NAME
           END-IF
           MOVE 'customer_name.dat' TO WS-CNM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CUSTNAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CNM-FILE-NAME
           END-IF
           MOVE SPACES TO WS-NONAME-FILE-NAME
           STRING 'addrnotice_noname_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-NONAME-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'NOTICE_NONAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-NONAME-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LETTER_WIDTH'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-LETTER-WIDTH
               IF WS-LETTER-WIDTH < 20 OR WS-LETTER-WIDTH > 132
                   MOVE 76 TO WS-LETTER-WIDTH
               END-IF
           END-IF.

       *> 模板載進 TPL-SET(TPL-SET-IDX)
       LOAD-TEMPLATE.
           MOVE 'N' TO TPL-EOF
           OPEN INPUT TPL-FILE
           IF WS-TPL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TPL-EOF = 'Y'
               READ TPL-FILE
                   AT END MOVE 'Y' TO TPL-EOF
                   NOT AT END
                       IF TPL-COUNT(TPL-SET-IDX) < 60
                           ADD 1 TO TPL-COUNT(TPL-SET-IDX)
                           MOVE TPL-REC TO TPL-LINE(TPL-SET-IDX,
                               TPL-COUNT(TPL-SET-IDX))
                           MOVE FUNCTION UPPER-CASE(TPL-REC)
                               TO TPL-UPPER
                           MOVE 0 TO TPL-TALLY
                           INSPECT TPL-UPPER TALLYING TPL-TALLY
                               FOR ALL '{CAREOF}'
                           IF TPL-TALLY > 0
                               MOVE 'Y' TO TPL-HAS-CAREOF(TPL-SET-IDX)
                           END-IF
                           MOVE 0 TO TPL-TALLY
                           INSPECT TPL-UPPER TALLYING TPL-TALLY
                               FOR ALL '{NAME1}'
                           IF TPL-TALLY > 0
                               MOVE 'Y' TO TPL-HAS-NAME(TPL-SET-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TPL-FILE.

       *> 一行異動：只有投遞地址欄位才算數（欄位名跟 ADDRMAST
       *> COMPARE-FIELDS 同一套），同帳號同角色只登一次
       COLLECT-CHANGE-LINE.
           MOVE SPACES TO CHG-ACCOUNT CHG-FIELD CHG-OLD CHG-NEW
               CHG-DATE CHG-ROLE
           UNSTRING CHG-REC DELIMITED BY ';'
               INTO CHG-ACCOUNT CHG-FIELD CHG-OLD CHG-NEW CHG-DATE
                    CHG-ROLE
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-FIELD))
               WHEN 'RM'   WHEN 'F'   WHEN 'BUILDING'
               WHEN 'NO'   WHEN 'ALY' WHEN 'LN'   WHEN 'SEC'
               WHEN 'STREET_ST'      WHEN 'AVENUE_AVE'
               WHEN 'WAY'            WHEN 'BOULEVARD_BLVD'
               WHEN 'ROAD_RD'        WHEN 'DRIVE_DR'
               WHEN 'TOWN' WHEN 'DISTRICT' WHEN 'CITY'
               WHEN 'COUNTY' WHEN 'PROVINCE' WHEN 'STATE'
               WHEN 'ZIP'  WHEN 'COUNTRY'  WHEN 'POBOX'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CTL-SKIPPED-LINES
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(CHG-ACCOUNT) = SPACES
               ADD 1 TO CTL-SKIPPED-LINES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO NTC-FOUND
           PERFORM VARYING NTC-IDX FROM 1 BY 1
                   UNTIL NTC-IDX > NTC-COUNT OR NTC-FOUND > 0
               IF NTC-ACCOUNT(NTC-IDX) = FUNCTION TRIM(CHG-ACCOUNT)
                  AND NTC-ROLE(NTC-IDX) = FUNCTION TRIM(CHG-ROLE)
                   MOVE NTC-IDX TO NTC-FOUND
               END-IF
           END-PERFORM
           IF NTC-FOUND > 0
               EXIT PARAGRAPH
           END-IF

           *> 前面批次已經出過信就不再寄
           MOVE SPACES TO WS-CHG-KEY
           MOVE FUNCTION TRIM(CHG-ACCOUNT) TO WS-CHG-KEY(1:30)
           MOVE FUNCTION TRIM(CHG-ROLE) TO WS-CHG-KEY(31:12)
           MOVE 0 TO DONE-FOUND
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > DONE-COUNT OR DONE-FOUND > 0
               IF DONE-KEY(DONE-IDX) = WS-CHG-KEY
                   MOVE DONE-IDX TO DONE-FOUND
               END-IF
           END-PERFORM
           IF DONE-FOUND > 0
               EXIT PARAGRAPH
           END-IF

           *> 這批滿了：先把這批出完信再收下一批；已處理帳號表
           *> 裝不下下一整批就沒辦法保證不重複寄，之後的新帳號
           *> 一律登 NOTISSUED
           IF NTC-COUNT >= NTC-BATCH-MAX
               IF DONE-COUNT + NTC-COUNT > DONE-MAX
                   MOVE 'Y' TO DONE-FULL
               ELSE
                   PERFORM ISSUE-NOTICE-BATCH
               END-IF
           END-IF
           IF DONE-FULL = 'Y'
               PERFORM WRITE-NOT-ISSUED-LINES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NTC-COUNT
           ADD 1 TO CTL-ACCOUNTS
           MOVE FUNCTION TRIM(CHG-ACCOUNT) TO NTC-ACCOUNT(NTC-COUNT)
           MOVE FUNCTION TRIM(CHG-ROLE) TO NTC-ROLE(NTC-COUNT)
           MOVE CHG-DATE TO NTC-CHG-DATE(NTC-COUNT)
           IF FUNCTION TRIM(CHG-DATE) = SPACES
               MOVE WS-RUN-DATE TO NTC-CHG-DATE(NTC-COUNT)
           END-IF
           MOVE 'N' TO NTC-HAS-BEFORE(NTC-COUNT)
           MOVE SPACES TO NTC-BEFORE(NTC-COUNT).

       *> 一批帳號：掃日誌補舊地址影像、每戶寄新舊兩封，鍵值
       *> 記進已處理帳號表，清空批次表收下一批。姓名檔查不到的
       *> 帳號兩封都不出，列無姓名例外清單。
       ISSUE-NOTICE-BATCH.
           IF NTC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-BATCHES
           PERFORM LOAD-BEFORE-IMAGES
           PERFORM VARYING NTC-IDX FROM 1 BY 1
                   UNTIL NTC-IDX > NTC-COUNT
               PERFORM READ-CUSTOMER-NAME
               PERFORM ISSUE-OLD-NOTICE
               PERFORM ISSUE-NEW-NOTICE
               IF DONE-COUNT < DONE-MAX
                   ADD 1 TO DONE-COUNT
                   MOVE NTC-ACCOUNT(NTC-IDX)
                       TO DONE-KEY(DONE-COUNT)(1:30)
                   MOVE NTC-ROLE(NTC-IDX)
                       TO DONE-KEY(DONE-COUNT)(31:12)
               END-IF
           END-PERFORM
           MOVE 0 TO NTC-COUNT.

       *> 姓名檔查不到（或第一行姓名空白）：記一行例外清單，
       *> 兩封信改登 NONAME
       READ-CUSTOMER-NAME.
           MOVE 'Y' TO WS-NAME-FOUND
           MOVE NTC-ACCOUNT(NTC-IDX) TO CNM-ACCOUNT
           READ CNM-FILE
               INVALID KEY
                   MOVE SPACES TO CNM-NAME1 CNM-NAME2
           END-READ
           IF FUNCTION TRIM(CNM-NAME1) = SPACES
               MOVE 'N' TO WS-NAME-FOUND
               ADD 1 TO CTL-NO-NAME
               MOVE SPACES TO NONAME-REC
               STRING FUNCTION TRIM(NTC-ACCOUNT(NTC-IDX))
                   ";NO NAME ON FILE;ADDRNOTICE"
                   DELIMITED BY SIZE INTO NONAME-REC
               WRITE NONAME-REC
           END-IF.

       *> 沒辦法出信的帳號：新舊兩封都登 NOTISSUED，同一帳號
       *> 多個欄位異動可能登不只一次，寧可多登不可漏登
       WRITE-NOT-ISSUED-LINES.
           ADD 1 TO CTL-NOT-ISSUED
           IF CTL-NOT-ISSUED <= 10
               DISPLAY "ERROR: notice for account "
                   FUNCTION TRIM(CHG-ACCOUNT) " NOT ISSUED - "
                   "processed-account table full"
           END-IF
           MOVE SPACES TO REG-REC
           STRING FUNCTION TRIM(CHG-ACCOUNT) ";OLD;;;;"
               CHG-DATE ";" WS-RUN-DATE ";NOTISSUED"
               DELIMITED BY SIZE INTO REG-REC
           WRITE REG-REC
           MOVE SPACES TO REG-REC
           STRING FUNCTION TRIM(CHG-ACCOUNT) ";NEW;;;;"
               CHG-DATE ";" WS-RUN-DATE ";NOTISSUED"
               DELIMITED BY SIZE INTO REG-REC
           WRITE REG-REC.

       *> 掃一遍日誌：異動日當天這個帳號的第一筆改寫前影像就是
       *> 舊地址（同一天改兩次的話，第二筆 B 已經是改過的地址）
       LOAD-BEFORE-IMAGES.
           IF NTC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ADDRNOTICE: cannot open addr_journal.txt "
                   "(status " WS-JRNL-STATUS ") - old-address "
                   "notices cannot be issued"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO JRNL-EOF
           PERFORM UNTIL JRNL-EOF = 'Y'
               READ JRNL-FILE
                   AT END MOVE 'Y' TO JRNL-EOF
                   NOT AT END
                       IF JRNL-TYPE = 'B'
                           PERFORM MATCH-BEFORE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

       MATCH-BEFORE-IMAGE.
           PERFORM VARYING NTC-IDX FROM 1 BY 1
                   UNTIL NTC-IDX > NTC-COUNT
               IF NTC-HAS-BEFORE(NTC-IDX) = 'N'
                  AND NTC-ACCOUNT(NTC-IDX) = JRNL-IMAGE(1:30)
                  AND (NTC-ROLE(NTC-IDX) = SPACES
                       OR NTC-ROLE(NTC-IDX) = JRNL-IMAGE(31:12))
                  AND NTC-CHG-DATE(NTC-IDX) = JRNL-DATE
                   MOVE JRNL-IMAGE TO NTC-BEFORE(NTC-IDX)
                   MOVE 'Y' TO NTC-HAS-BEFORE(NTC-IDX)
               END-IF
           END-PERFORM.

       *> 舊地址通知：MAST-REC 換成改寫前影像套模板 1
       ISSUE-OLD-NOTICE.
           MOVE 'OLD' TO WS-NOTICE-KIND
           IF NTC-HAS-BEFORE(NTC-IDX) = 'N'
               MOVE SPACES TO MAST-REC
               MOVE NTC-ACCOUNT(NTC-IDX) TO MAST-ACCOUNT-ID
               MOVE SPACES TO ADDR-BLOCK1 ADDR-BLOCK2 ADDR-BLOCK3
               MOVE 'NOBEFORE' TO WS-NOTICE-STATUS
               ADD 1 TO CTL-NO-BEFORE
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE NTC-BEFORE(NTC-IDX) TO MAST-REC
           MOVE 1 TO TPL-SET-IDX
           PERFORM PRINT-ONE-NOTICE
           IF WS-NAME-FOUND = 'Y'
               ADD 1 TO CTL-OLD-NOTICES
           END-IF.

       *> 新地址確認：主檔現值套模板 2
       ISSUE-NEW-NOTICE.
           MOVE 'NEW' TO WS-NOTICE-KIND
           PERFORM READ-MAST-BY-ROLE
           IF WS-ROLE-FOUND = 'N'
               MOVE SPACES TO ADDR-BLOCK1 ADDR-BLOCK2 ADDR-BLOCK3
               MOVE 'NOTONMAST' TO WS-NOTICE-STATUS
               ADD 1 TO CTL-NOT-FOUND
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO TPL-SET-IDX
           PERFORM PRINT-ONE-NOTICE
           IF WS-NAME-FOUND = 'Y'
               ADD 1 TO CTL-NEW-NOTICES
           END-IF.

       *> 異動行有角色就讀那個角色，沒有就依 ROLE-PREF 試讀
       READ-MAST-BY-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           IF NTC-ROLE(NTC-IDX) NOT = SPACES
               MOVE NTC-ACCOUNT(NTC-IDX) TO MAST-ACCOUNT-ID
               MOVE NTC-ROLE(NTC-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > 3 OR WS-ROLE-FOUND = 'Y'
               MOVE NTC-ACCOUNT(NTC-IDX) TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
           END-PERFORM.

       *> 一封信；沒有收件人姓名就不印，只登 NONAME
       PRINT-ONE-NOTICE.
           PERFORM BUILD-ADDRESS-BLOCK
           IF WS-NAME-FOUND = 'N'
               MOVE 'NONAME' TO WS-NOTICE-STATUS
               PERFORM WRITE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TPL-IDX FROM 1 BY 1
                   UNTIL TPL-IDX > TPL-COUNT(TPL-SET-IDX)
               IF TPL-HAS-NAME(TPL-SET-IDX) = 'N'
                   PERFORM PRINT-AUTO-NAME-LINES
               END-IF
               IF TPL-HAS-CAREOF(TPL-SET-IDX) = 'N'
                  AND FUNCTION TRIM(MAST-CARE-OF) NOT = SPACES
                   PERFORM PRINT-AUTO-CAREOF-LINE
               END-IF
               MOVE TPL-LINE(TPL-SET-IDX, TPL-IDX) TO SUB-IN
               PERFORM SUBSTITUTE-LINE
               MOVE SUB-OUT TO FIT-SRC
               PERFORM FIT-TO-LETTER-WIDTH
               MOVE FIT-OUT TO PRT-REC
               WRITE PRT-REC
           END-PERFORM
           *> 信與信之間留一行空行當分頁記號
           MOVE SPACES TO PRT-REC
           WRITE PRT-REC
           MOVE 'ISSUED' TO WS-NOTICE-STATUS
           PERFORM WRITE-REGISTER-LINE.

       *> 模板沒放 {CAREOF}：這一行有 {ADDRBLOCK1} 就先在上面
       *> 印一行轉交/收件人，從 {ADDRBLOCK1} 的起始欄開始印
       PRINT-AUTO-CAREOF-LINE.
           MOVE FUNCTION UPPER-CASE(TPL-LINE(TPL-SET-IDX, TPL-IDX))
               TO TPL-UPPER
           MOVE 0 TO TPL-TALLY
           INSPECT TPL-UPPER TALLYING TPL-TALLY
               FOR ALL '{ADDRBLOCK1}'
           IF TPL-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TPL-INDENT
           INSPECT TPL-UPPER TALLYING TPL-INDENT
               FOR CHARACTERS BEFORE INITIAL '{ADDRBLOCK1}'
           MOVE SPACES TO FIT-SRC
           MOVE MAST-CARE-OF TO FIT-SRC(TPL-INDENT + 1:)
           PERFORM FIT-TO-LETTER-WIDTH
           MOVE FIT-OUT TO PRT-REC
           WRITE PRT-REC
           ADD 1 TO CTL-CAREOF-LINES.

       *> 模板沒放 {NAME1}：這一行有 {ADDRBLOCK1} 就先在上面
       *> 印收件人姓名（第二行有值也印），起始欄跟轉交行一樣
       *> 對齊 {ADDRBLOCK1}
       PRINT-AUTO-NAME-LINES.
           MOVE FUNCTION UPPER-CASE(TPL-LINE(TPL-SET-IDX, TPL-IDX))
               TO TPL-UPPER
           MOVE 0 TO TPL-TALLY
           INSPECT TPL-UPPER TALLYING TPL-TALLY
               FOR ALL '{ADDRBLOCK1}'
           IF TPL-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TPL-INDENT
           INSPECT TPL-UPPER TALLYING TPL-INDENT
               FOR CHARACTERS BEFORE INITIAL '{ADDRBLOCK1}'
           MOVE SPACES TO FIT-SRC
           MOVE CNM-NAME1 TO FIT-SRC(TPL-INDENT + 1:)
           PERFORM FIT-TO-LETTER-WIDTH
           MOVE FIT-OUT TO PRT-REC
           WRITE PRT-REC
           ADD 1 TO CTL-NAME-LINES
           IF FUNCTION TRIM(CNM-NAME2) NOT = SPACES
               MOVE SPACES TO FIT-SRC
               MOVE CNM-NAME2 TO FIT-SRC(TPL-INDENT + 1:)
               PERFORM FIT-TO-LETTER-WIDTH
               MOVE FIT-OUT TO PRT-REC
               WRITE PRT-REC
               ADD 1 TO CTL-NAME-LINES
           END-IF.

       *> 一行登記簿：帳號;OLD|NEW;三行地址;異動日;執行日;狀態
       WRITE-REGISTER-LINE.
           MOVE SPACES TO REG-REC
           STRING FUNCTION TRIM(NTC-ACCOUNT(NTC-IDX)) ";"
               WS-NOTICE-KIND ";"
               FUNCTION TRIM(ADDR-BLOCK1) ";"
               FUNCTION TRIM(ADDR-BLOCK2) ";"
               FUNCTION TRIM(ADDR-BLOCK3) ";"
               NTC-CHG-DATE(NTC-IDX) ";"
               WS-RUN-DATE ";"
               FUNCTION TRIM(WS-NOTICE-STATUS)
               DELIMITED BY SIZE INTO REG-REC
           WRITE REG-REC.

       *> 依郵寄慣例把主檔欄位組成三行地址：
       *> 門牌+街道 / 行政區+城市 / 郵遞區號+國家
       BUILD-ADDRESS-BLOCK.
           MOVE SPACES TO ADDR-BLOCK1 ADDR-BLOCK2 ADDR-BLOCK3
           STRING FUNCTION TRIM(MAST-NO) " "
               FUNCTION TRIM(MAST-STREET) " "
               FUNCTION TRIM(MAST-ROAD) " "
               FUNCTION TRIM(MAST-AVENUE) " "
               FUNCTION TRIM(MAST-POBOX)
               DELIMITED BY SIZE INTO ADDR-BLOCK1
           STRING FUNCTION TRIM(MAST-DISTRICT) " "
               FUNCTION TRIM(MAST-TOWN) " "
               FUNCTION TRIM(MAST-CITY) " "
               FUNCTION TRIM(MAST-STATE)
               DELIMITED BY SIZE INTO ADDR-BLOCK2
           STRING FUNCTION TRIM(MAST-ZIP) " "
               FUNCTION TRIM(MAST-COUNTRY)
               DELIMITED BY SIZE INTO ADDR-BLOCK3.

       *> 一行模板：掃 {，到 } 為止是欄位名，取值接進輸出，
       *> 其餘文字原樣照抄；沒有成對 } 的殘缺寫法原樣放行。
       SUBSTITUTE-LINE.
           MOVE SPACES TO SUB-OUT
           MOVE 1 TO SUB-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SUB-IN TRAILING))
               TO SUB-LEN
           MOVE 1 TO SUB-SCAN
           PERFORM UNTIL SUB-SCAN > SUB-LEN
               IF SUB-IN(SUB-SCAN:1) = '{'
                   MOVE 0 TO SUB-CLOSE
                   PERFORM VARYING SUB-NAME-LEN FROM 1 BY 1
                           UNTIL SUB-SCAN + SUB-NAME-LEN > SUB-LEN
                              OR SUB-CLOSE > 0
                       IF SUB-IN(SUB-SCAN + SUB-NAME-LEN:1) = '}'
                           COMPUTE SUB-CLOSE =
                               SUB-SCAN + SUB-NAME-LEN
                       END-IF
                   END-PERFORM
                   IF SUB-CLOSE > 0
                      AND SUB-CLOSE - SUB-SCAN - 1 > 0
                      AND SUB-CLOSE - SUB-SCAN - 1 <= 20
                       MOVE SPACES TO SUB-NAME
                       MOVE SUB-IN(SUB-SCAN + 1:
                           SUB-CLOSE - SUB-SCAN - 1) TO SUB-NAME
                       PERFORM GET-TEMPLATE-VALUE
                       IF FUNCTION TRIM(SUB-VALUE) NOT = SPACES
                           STRING FUNCTION TRIM(SUB-VALUE)
                               DELIMITED BY SIZE INTO SUB-OUT
                               WITH POINTER SUB-PTR
                           END-STRING
                       END-IF
                       COMPUTE SUB-SCAN = SUB-CLOSE + 1
                   ELSE
                       STRING SUB-IN(SUB-SCAN:1)
                           DELIMITED BY SIZE INTO SUB-OUT
                           WITH POINTER SUB-PTR
                       END-STRING
                       ADD 1 TO SUB-SCAN
                   END-IF
               ELSE
                   STRING SUB-IN(SUB-SCAN:1)
                       DELIMITED BY SIZE INTO SUB-OUT
                       WITH POINTER SUB-PTR
                   END-STRING
                   ADD 1 TO SUB-SCAN
               END-IF
           END-PERFORM.

       GET-TEMPLATE-VALUE.
           MOVE SPACES TO SUB-VALUE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-NAME))
               WHEN 'ACCOUNT'    MOVE MAST-ACCOUNT-ID TO SUB-VALUE
               WHEN 'RM'         MOVE MAST-RM TO SUB-VALUE
               WHEN 'F'          MOVE MAST-F TO SUB-VALUE
               WHEN 'BUILDING'   MOVE MAST-BUILDING TO SUB-VALUE
               WHEN 'NO'         MOVE MAST-NO TO SUB-VALUE
               WHEN 'STREET'     MOVE MAST-STREET TO SUB-VALUE
               WHEN 'ROAD'       MOVE MAST-ROAD TO SUB-VALUE
               WHEN 'AVENUE'     MOVE MAST-AVENUE TO SUB-VALUE
               WHEN 'TOWN'       MOVE MAST-TOWN TO SUB-VALUE
               WHEN 'DISTRICT'   MOVE MAST-DISTRICT TO SUB-VALUE
               WHEN 'CITY'       MOVE MAST-CITY TO SUB-VALUE
               WHEN 'COUNTY'     MOVE MAST-COUNTY TO SUB-VALUE
               WHEN 'PROVINCE'   MOVE MAST-PROVINCE TO SUB-VALUE
               WHEN 'STATE'      MOVE MAST-STATE TO SUB-VALUE
               WHEN 'ZIP'        MOVE MAST-ZIP TO SUB-VALUE
               WHEN 'COUNTRY'    MOVE MAST-COUNTRY TO SUB-VALUE
               WHEN 'POBOX'      MOVE MAST-POBOX TO SUB-VALUE
               WHEN 'ADDRBLOCK1' MOVE ADDR-BLOCK1 TO SUB-VALUE
               WHEN 'ADDRBLOCK2' MOVE ADDR-BLOCK2 TO SUB-VALUE
               WHEN 'ADDRBLOCK3' MOVE ADDR-BLOCK3 TO SUB-VALUE
               WHEN 'CAREOF'     MOVE MAST-CARE-OF TO SUB-VALUE
               WHEN 'NAME1'      MOVE CNM-NAME1 TO SUB-VALUE
               WHEN 'NAME2'      MOVE CNM-NAME2 TO SUB-VALUE
               WHEN 'DATE'       MOVE WS-RUN-DATE TO SUB-VALUE
               WHEN 'CHANGEDATE' MOVE NTC-CHG-DATE(NTC-IDX)
                                     TO SUB-VALUE
               WHEN OTHER
                   DISPLAY "WARNING: template names unknown field {"
                       FUNCTION TRIM(SUB-NAME) "}"
           END-EVALUATE.

       *> 裁切/補齊成剛好 WS-LETTER-WIDTH 個顯示欄位：ASCII 算
       *> 1 欄、UTF-8 多位元組字元算 2 欄，放不下整個字元就停在
       *> 字元前，絕不切半個字（跟 LABELGEN 同一套規矩）。
       FIT-TO-LETTER-WIDTH.
           MOVE SPACES TO FIT-OUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FIT-SRC TRAILING))
               TO FIT-SRC-LEN
           MOVE 0 TO FIT-COLS-USED
           MOVE 1 TO FIT-OUT-PTR
           MOVE 1 TO FIT-SCAN
           PERFORM UNTIL FIT-SCAN > FIT-SRC-LEN
               EVALUATE TRUE
                   WHEN FIT-SRC(FIT-SCAN:1) < X'80'
                       MOVE 1 TO FIT-CHAR-BYTES
                       MOVE 1 TO FIT-CHAR-COLS
                   WHEN FIT-SRC(FIT-SCAN:1) >= X'F0'
                       MOVE 4 TO FIT-CHAR-BYTES
                       MOVE 2 TO FIT-CHAR-COLS
                   WHEN FIT-SRC(FIT-SCAN:1) >= X'E0'
                       MOVE 3 TO FIT-CHAR-BYTES
                       MOVE 2 TO FIT-CHAR-COLS
                   WHEN FIT-SRC(FIT-SCAN:1) >= X'C0'
                       MOVE 2 TO FIT-CHAR-BYTES
                       MOVE 2 TO FIT-CHAR-COLS
                   WHEN OTHER
                       MOVE 1 TO FIT-CHAR-BYTES
                       MOVE 1 TO FIT-CHAR-COLS
               END-EVALUATE
               IF FIT-SCAN + FIT-CHAR-BYTES - 1 > FIT-SRC-LEN
                   COMPUTE FIT-CHAR-BYTES = FIT-SRC-LEN - FIT-SCAN + 1
               END-IF
               IF FIT-COLS-USED + FIT-CHAR-COLS > WS-LETTER-WIDTH
                   MOVE FIT-SRC-LEN TO FIT-SCAN
                   ADD 1 TO FIT-SCAN
               ELSE
                   STRING FIT-SRC(FIT-SCAN:FIT-CHAR-BYTES)
                       DELIMITED BY SIZE INTO FIT-OUT
                       WITH POINTER FIT-OUT-PTR
                   END-STRING
                   ADD FIT-CHAR-COLS TO FIT-COLS-USED
                   ADD FIT-CHAR-BYTES TO FIT-SCAN
               END-IF
           END-PERFORM.
