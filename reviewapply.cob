      *> CORRECT 的欄位修正套到當天的輸出 CSV（寫成 corrected_
      *> 前綴的新檔，原檔不動），有 ACCOUNT-ID 的同時 REWRITE
      *> 地址主檔。主檔開不起來就只改輸出檔並提出警告。
      *> 主檔的地址角色跟 ADDRMAST 載入時同一套推法（RecType M
      *> → MAILING、P → RESIDENTIAL、B → BUSINESS、只有信箱 →
      *> MAILING、其餘
      *> ADDRMAST_ROLE 或 RESIDENTIAL），改的是同一筆主檔記錄。
      *> 決議常常是幾天後才套（REVIEWQA 複核改判也是拿前幾天的
      *> corrected_ 檔來套），這段時間主檔可能已經被新的抽檔或
      *> 別的程式改過：套修正前先拿主檔現在的 29 個地址欄跟這一
      *> 列修正前的值比，不一樣就不蓋主檔，記一行 STALE-EXTRACT
      *> 衝突（輸出檔照樣修正）。
      *> ADDR_ENTITY（預設 BANK）指定法人：決議檔、輸出 CSV、
      *> corrected_ 檔、主檔一律掛「代碼_」前綴（跟 ADDRMAST、
      *> REVIEWQ 一致）；主檔上別的法人的記錄不蓋，另外計數。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           *> 主檔更新衝突報表（只追加，各更新程式共用）：讀進來
           *> 之後被別的程式先改過的記錄不覆寫，記在這裡；主檔的
           *> 地址已經不是這一列修正前的地址也不覆寫，原因記
           *> STALE-EXTRACT
           SELECT CONFLICT-FILE ASSIGN TO 'master_conflicts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
       FD  OUT-FILE.
       01  OUT-REC         PIC X(5000).
       FD  TRANS-FILE.
       01  TRANS-REC       PIC X(160).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".

       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'REVIEWAPPLY'.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       *> 抽檔之後主檔被改過的比對：這一列修正前的 29 個地址欄、
       *> 套修正值時暫存的修正後值、比對前的主檔記錄
       01 ORIG-COLS.
           05 ORIG-COL OCCURS 29 TIMES PIC X(200).
       01 SAVE-COLS.
           05 SAVE-COL OCCURS 29 TIMES PIC X(200).
       01 WS-CUR-IMAGE         PIC X(2000).
       01 CTL-STALE-EXTRACT    PIC 9(7) VALUE 0.
       01 WS-TRANS-STATUS      PIC XX.
       01 WS-OLD-FLAG          PIC X(1).
       01 WS-TRANS-CAUSE       PIC X(15).
       01 CTL-ROWS-OUT         PIC 9(7) VALUE 0.
       01 CTL-ROWS-CORRECTED   PIC 9(7) VALUE 0.
       01 CTL-MAST-UPDATED     PIC 9(7) VALUE 0.
       01 WS-DEFAULT-ROLE      PIC X(12) VALUE 'RESIDENTIAL'.
       01 CTL-ENTITY-REJECT    PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-REC-ENTITY        PIC X(4).
       01 CSV-ROLE             PIC X(12).

       01 CSV-FIELDS.
           05 CSV-CHINESE      PIC X(500).
       01 QF-PHONE             PIC X(1010).
       01 QF-ATTN              PIC X(1010).

       COPY "logchain.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-FILE-NAMES
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
           END-IF
           OPEN EXTEND CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               OPEN OUTPUT CONFLICT-FILE
           END-IF
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               OPEN OUTPUT TRANS-FILE
               END-READ
           END-PERFORM

           CLOSE IN-FILE OUT-FILE JRNL-FILE TRANS-FILE CONFLICT-FILE
           IF WS-MAST-AVAILABLE = 'Y'
               CLOSE MAST-FILE
           END-IF
           DISPLAY "  Rows corrected            : " CTL-ROWS-CORRECTED
           DISPLAY "  Master records updated    : " CTL-MAST-UPDATED
           DISPLAY "  Undeliv flags set to retry: " CTL-FLAG-RETRY
           DISPLAY "  Stale-read conflicts      : " CTL-CONFLICTS
           DISPLAY "  Master changed since extr.: " CTL-STALE-EXTRACT
           DISPLAY "  Other-entity records      : " CTL-ENTITY-REJECT
           IF CTL-CONFLICTS > 0
               DISPLAY "REVIEWAPPLY: " CTL-CONFLICTS " master update(s)"
                   " not applied - see master_conflicts.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CTL-ENTITY-REJECT > 0
               DISPLAY "REVIEWAPPLY: " CTL-ENTITY-REJECT " master "
                   "record(s) of another entity not updated - check "
                   "the master for entity " WS-RUN-ENTITY
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "REVIEWAPPLY: ADDR_ENTITY must be at most 4 "
                       "characters"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-RUN-ENTITY
           END-IF
           IF WS-RUN-ENTITY NOT = WS-DEFAULT-ENTITY
               STRING FUNCTION TRIM(WS-RUN-ENTITY) '_'
                   DELIMITED BY SIZE INTO WS-ENTITY-PREFIX
           END-IF.

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_decisions_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-DECISION-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               MOVE WS-ENV-VALUE TO WS-DECISION-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'test_1016_' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWAPPLY_IN_FILE'
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'corrected_' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-OUT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWAPPLY_OUT_FILE'
               MOVE WS-ENV-VALUE TO WS-OUT-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_ROLE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN 'MAILING'
               WHEN 'RESIDENTIAL'
               WHEN 'BUSINESS'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO WS-DEFAULT-ROLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> 決議檔：只把 CORRECT;key;field;value 的修正行載入表格，
       *> ACCEPT/SKIP 的資料列本來就原樣輸出，不用特別處理。
           MOVE FLD-VALUE(2) TO CSV-ORIGINAL
           PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 29
               MOVE FLD-VALUE(FLD-IDX + 2) TO CSV-COL(FLD-IDX)
               MOVE FLD-VALUE(FLD-IDX + 2) TO ORIG-COL(FLD-IDX)
           END-PERFORM
           MOVE FLD-VALUE(32) TO CSV-CONCAT
           MOVE FLD-VALUE(33) TO CSV-SCORE
               FUNCTION TRIM(CSV-HHKEY)
               DELIMITED BY SIZE INTO OUT-REC
               WITH POINTER OUT-PTR
           END-STRING
           *> HouseholdKey 之後的欄位（風險類別等）覆核不會改，
           *> 照原值逐欄接回去，含分號/引號的一樣補引號
           PERFORM VARYING FLD-IDX FROM 49 BY 1
                   UNTIL FLD-IDX > FLD-COUNT
               MOVE FLD-VALUE(FLD-IDX) TO QF-IN
               PERFORM QUOTE-CSV-FIELD
               STRING ";" FUNCTION TRIM(QF-OUT)
                   DELIMITED BY SIZE INTO OUT-REC
                   WITH POINTER OUT-PTR
               END-STRING
           END-PERFORM.

       *> 有 ACCOUNT-ID 的修正同步更新地址主檔（主檔上找不到
       *> 帳號就不動，留給下一次 ADDRMAST 載入時建立）。
       UPDATE-MASTER-ROW.
           PERFORM ASSIGN-ADDRESS-ROLE
           MOVE FUNCTION TRIM(CSV-ACCOUNT-ID) TO MAST-ACCOUNT-ID
           MOVE CSV-ROLE TO MAST-ADDR-ROLE
           READ MAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   *> 別的法人的記錄（ADDRMAST_MAST_FILE 指到別家
                   *> 的主檔）不蓋，輸出檔照樣修正
                   MOVE MAST-ENTITY TO WS-REC-ENTITY
                   IF WS-REC-ENTITY = SPACES
                       MOVE WS-DEFAULT-ENTITY TO WS-REC-ENTITY
                   END-IF
                   IF WS-REC-ENTITY NOT = WS-RUN-ENTITY
                       ADD 1 TO CTL-ENTITY-REJECT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CAPTURE-READ-VERSION
                   PERFORM CHECK-EXTRACT-CURRENT
                   IF WS-VERSION-OK = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM MOVE-COLS-TO-MAST
                   MOVE WS-RUN-DATE TO MAST-LOAD-DATE
                   *> 人工修正過的地址：寄不到旗標轉成重試中
                   MOVE 'N' TO WS-OLD-FLAG
                   IF MAST-UNDELIV-FLAG = 'U'
                       MOVE 'U' TO WS-OLD-FLAG
                       MOVE 'R' TO MAST-UNDELIV-FLAG
                       MOVE 'REVIEW-CORRECT' TO WS-TRANS-CAUSE
                   END-IF
                   *> 讀完之後主檔被別的程式改過：修正只進輸出
                   *> 檔，主檔不蓋，記在衝突報表
                   PERFORM REWRITE-MAST-CHECKED
                   IF WS-VERSION-OK = 'Y'
                       IF WS-OLD-FLAG = 'U'
                           PERFORM WRITE-TRANSITION-LINE
                           ADD 1 TO CTL-FLAG-RETRY
                       END-IF
                       MOVE 'A' TO WS-JRNL-TYPE
                       PERFORM WRITE-JOURNAL-IMAGE
                       ADD 1 TO CTL-MAST-UPDATED
                   END-IF
           END-READ.

       *> 29 個地址欄搬進主檔記錄（搬法同 ADDRMAST 載入）
       MOVE-COLS-TO-MAST.
           MOVE FUNCTION TRIM(CSV-COL(1))  TO MAST-RM
           MOVE FUNCTION TRIM(CSV-COL(2))  TO MAST-F
           MOVE FUNCTION TRIM(CSV-COL(3))  TO MAST-BUILDING
           MOVE FUNCTION TRIM(CSV-COL(4))  TO MAST-NO
           MOVE FUNCTION TRIM(CSV-COL(5))  TO MAST-ALY
           MOVE FUNCTION TRIM(CSV-COL(6))  TO MAST-LN
           MOVE FUNCTION TRIM(CSV-COL(7))  TO MAST-SEC
           MOVE FUNCTION TRIM(CSV-COL(8))  TO MAST-STREET
           MOVE FUNCTION TRIM(CSV-COL(9))  TO MAST-AVENUE
           MOVE FUNCTION TRIM(CSV-COL(10)) TO MAST-WAY
           MOVE FUNCTION TRIM(CSV-COL(11)) TO MAST-BLVD
           MOVE FUNCTION TRIM(CSV-COL(12)) TO MAST-ROAD
           MOVE FUNCTION TRIM(CSV-COL(13)) TO MAST-DRIVE
           MOVE FUNCTION TRIM(CSV-COL(14)) TO MAST-TOWN
           MOVE FUNCTION TRIM(CSV-COL(15)) TO MAST-DISTRICT
           MOVE FUNCTION TRIM(CSV-COL(16)) TO MAST-CITY
           MOVE FUNCTION TRIM(CSV-COL(17)) TO MAST-COUNTY
           MOVE FUNCTION TRIM(CSV-COL(18)) TO MAST-PROVINCE
           MOVE FUNCTION TRIM(CSV-COL(19)) TO MAST-STATE
           MOVE FUNCTION TRIM(CSV-COL(20)) TO MAST-ZIP
           MOVE FUNCTION TRIM(CSV-COL(21)) TO MAST-COUNTRY
           MOVE FUNCTION TRIM(CSV-COL(22)) TO MAST-POBOX
           MOVE FUNCTION TRIM(CSV-COL(23)) TO MAST-LOC1
           MOVE FUNCTION TRIM(CSV-COL(24)) TO MAST-LOC2
           MOVE FUNCTION TRIM(CSV-COL(25)) TO MAST-LOC3
           MOVE FUNCTION TRIM(CSV-COL(26)) TO MAST-LOC4
           MOVE FUNCTION TRIM(CSV-COL(27)) TO MAST-LOC5
           MOVE FUNCTION TRIM(CSV-COL(28)) TO MAST-LOC6
           MOVE FUNCTION TRIM(CSV-COL(29)) TO MAST-OTHER.

       *> 主檔現在的地址是不是還是這一列修正前的地址：修正前的值
       *> 照一樣的搬法搬進主檔記錄，跟讀回來的記錄整筆比；不一樣
       *> 就記 STALE-EXTRACT 衝突，WS-VERSION-OK = 'N'。主檔記錄
       *> 跟 CSV-COL 的修正值比完都放回原樣。
       CHECK-EXTRACT-CURRENT.
           MOVE 'Y' TO WS-VERSION-OK
           MOVE MAST-REC TO WS-CUR-IMAGE
           PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 29
               MOVE CSV-COL(FLD-IDX) TO SAVE-COL(FLD-IDX)
               MOVE ORIG-COL(FLD-IDX) TO CSV-COL(FLD-IDX)
           END-PERFORM
           PERFORM MOVE-COLS-TO-MAST
           IF MAST-REC NOT = WS-CUR-IMAGE
               MOVE 'N' TO WS-VERSION-OK
           END-IF
           MOVE WS-CUR-IMAGE TO MAST-REC
           PERFORM VARYING FLD-IDX FROM 1 BY 1 UNTIL FLD-IDX > 29
               MOVE SAVE-COL(FLD-IDX) TO CSV-COL(FLD-IDX)
           END-PERFORM
           IF WS-VERSION-OK = 'N'
               MOVE 'STALE-EXTRACT' TO WS-CONFLICT-WHY
               ADD 1 TO CTL-STALE-EXTRACT
               PERFORM WRITE-CONFLICT-LINE
           END-IF.

       *> 這一列在主檔上是哪一個地址角色（同 ADDRMAST）
       ASSIGN-ADDRESS-ROLE.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(CSV-RECTYPE) = 'M'
                   MOVE 'MAILING' TO CSV-ROLE
               WHEN FUNCTION TRIM(CSV-RECTYPE) = 'P'
                   MOVE 'RESIDENTIAL' TO CSV-ROLE
               WHEN FUNCTION TRIM(CSV-RECTYPE) = 'B'
                   MOVE 'BUSINESS' TO CSV-ROLE
               WHEN CSV-COL(22) NOT = SPACES
                AND CSV-COL(8) = SPACES AND CSV-COL(9) = SPACES
                AND CSV-COL(10) = SPACES AND CSV-COL(11) = SPACES
                AND CSV-COL(12) = SPACES AND CSV-COL(13) = SPACES
                   MOVE 'MAILING' TO CSV-ROLE
               WHEN OTHER
                   MOVE WS-DEFAULT-ROLE TO CSV-ROLE
           END-EVALUATE.

      *> IN-REC 依分號拆進 FLD-VALUE 表（RFC4180 引號規則，
      *> 跟 READFILE 的 CSV 模式同一套拆法）。
       SPLIT-CSV-RECORD.
               WITH POINTER QF-PTR
           END-STRING.

       *> READ 回來的版本記下來（舊記錄沒有版本欄就當 0）
       CAPTURE-READ-VERSION.
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE MAST-VERSION TO WS-READ-VERSION.

       *> 改好的影像先存起來，同一個主鍵重讀：版本還是 READ 時
       *> 那一個才把重讀回來的記錄記成改寫前影像（B）、把影像蓋
       *> 回去、蓋新版本 REWRITE；被別的程式先改過（或刪掉）就
       *> 不寫影像也不寫主檔，記一行衝突，WS-VERSION-OK = 'N'。
       REWRITE-MAST-CHECKED.
           MOVE MAST-REC TO WS-NEW-IMAGE
           MOVE 'Y' TO WS-VERSION-OK
           READ MAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'DELETED' TO WS-CONFLICT-WHY
           END-READ
           IF WS-VERSION-OK = 'Y'
               IF MAST-VERSION IS NOT NUMERIC
                   MOVE 0 TO MAST-VERSION
               END-IF
               IF MAST-VERSION NOT = WS-READ-VERSION
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'STALE-READ' TO WS-CONFLICT-WHY
               END-IF
           END-IF
           IF WS-VERSION-OK = 'N'
               PERFORM WRITE-CONFLICT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE WS-NEW-IMAGE TO MAST-REC
           MOVE WS-READ-VERSION TO MAST-VERSION
           PERFORM STAMP-MAST-VERSION
           REWRITE MAST-REC.

       *> 版本 +1，蓋上這次更新的日期、時間、程式
       STAMP-MAST-VERSION.
           ACCEPT WS-STAMP-TIME8 FROM TIME
           ADD 1 TO MAST-VERSION
           MOVE WS-RUN-DATE TO MAST-UPD-DATE
           MOVE WS-STAMP-TIME8(1:6) TO MAST-UPD-TIME
           MOVE WS-JRNL-PROGRAM TO MAST-UPD-PROGRAM.

       *> 一行衝突：日期;時間;程式;帳號;角色;原因;讀到的版本;
       *> 主檔現在的版本;最後更新程式;最後更新日期時間
       WRITE-CONFLICT-LINE.
           ADD 1 TO CTL-CONFLICTS
           ACCEPT WS-STAMP-TIME8 FROM TIME
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE SPACES TO CONFLICT-REC
           STRING WS-RUN-DATE ";" WS-STAMP-TIME8(1:6) ";"
               FUNCTION TRIM(WS-JRNL-PROGRAM) ";"
               FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(WS-CONFLICT-WHY) ";"
               WS-READ-VERSION ";" MAST-VERSION ";"
               FUNCTION TRIM(MAST-UPD-PROGRAM) ";"
               MAST-UPD-DATE MAST-UPD-TIME
               DELIMITED BY SIZE INTO CONFLICT-REC
           INSPECT CONFLICT-REC REPLACING ALL LOW-VALUE BY SPACE
           WRITE CONFLICT-REC.

       *> 一筆主檔影像進異動日誌：呼叫前設好 WS-JRNL-TYPE
       *> （B=改寫前 A=改寫/新增後），MAST-REC 原樣照錄。
       WRITE-JOURNAL-IMAGE.
           MOVE WS-JRNL-PROGRAM TO JRNL-PROGRAM
           MOVE WS-JRNL-TYPE TO JRNL-TYPE
           MOVE MAST-REC TO JRNL-IMAGE
           IF MAST-VERSION IS NUMERIC
               MOVE MAST-VERSION TO JRNL-VERSION
           ELSE
               MOVE 0 TO JRNL-VERSION
           END-IF
           MOVE 'A' TO LC-FUNCTION
           MOVE 'addr_journal.txt' TO LC-LOG-NAME
           MOVE JRNL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-TAIL TO JRNL-CHAIN
           WRITE JRNL-REC.

       *> 一行旗標轉換日誌：帳號;舊;新;原因;日期
               WS-OLD-FLAG ";" MAST-UNDELIV-FLAG ";"
               FUNCTION TRIM(WS-TRANS-CAUSE) ";" WS-RUN-DATE
               DELIMITED BY SIZE INTO TRANS-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'undeliv_transitions.txt' TO LC-LOG-NAME
           MOVE TRANS-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO TRANS-REC
           WRITE TRANS-REC.
