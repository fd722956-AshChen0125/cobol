           SELECT JOURNAL-FILE ASSIGN TO 'refjournal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           *> 核可時不把清單整份載進記憶體（郵務街道名錄全國好幾
           *> 十萬行）：核可的異動依清單+項目排序，現行參照檔依項目
           *> 排序（記住原本行序）逐鍵合併，再依行序排回去寫到工作
           *> 檔，最後改名蓋回現行檔案。沒套用的待核行先寫
           *> refpending.tmp，整批做完再蓋回待核檔。
           SELECT CHG-SORT-FILE ASSIGN TO "refmaint_csort.tmp".
           SELECT LINE-SORT-FILE ASSIGN TO "refmaint_lsort.tmp".
           SELECT CHG-WORK-FILE ASSIGN TO 'refmaint_chg.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OLD-WORK-FILE ASSIGN TO 'refmaint_old.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT NEW-WORK-FILE ASSIGN TO 'refmaint_new.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REF-WORK-FILE ASSIGN TO DYNAMIC WS-REF-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC      PIC X(200).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC      PIC X(310).
       *> 核可的一筆異動：CS-KEY 是套用項目去空白轉大寫（比對
       *> 跟以前一樣不分大小寫），CS-SEQ 是待核檔上的行序
       SD  CHG-SORT-FILE.
       01  CS-REC.
           05 CS-LIST       PIC X(20).
           05 CS-KEY        PIC X(100).
           05 CS-SEQ        PIC 9(7).
           05 CS-ACTION     PIC X(10).
           05 CS-VALUE      PIC X(100).
           05 CS-PVALUE     PIC X(100).
           05 CS-USER       PIC X(20).
       FD  CHG-WORK-FILE.
       01  CW-REC.
           05 CW-LIST       PIC X(20).
           05 CW-KEY        PIC X(100).
           05 CW-SEQ        PIC 9(7).
           05 CW-ACTION     PIC X(10).
           05 CW-VALUE      PIC X(100).
           05 CW-PVALUE     PIC X(100).
           05 CW-USER       PIC X(20).
       *> 參照檔一行：比對鍵、原本行序、原文
       SD  LINE-SORT-FILE.
       01  LS-REC.
           05 LS-KEY        PIC X(100).
           05 LS-LINE       PIC 9(9).
           05 LS-TEXT       PIC X(100).
       FD  OLD-WORK-FILE.
       01  OW-REC.
           05 OW-KEY        PIC X(100).
           05 OW-LINE       PIC 9(9).
           05 OW-TEXT       PIC X(100).
       FD  NEW-WORK-FILE.
       01  NW-REC.
           05 NW-KEY        PIC X(100).
           05 NW-LINE       PIC 9(9).
           05 NW-TEXT       PIC X(100).
       FD  REF-WORK-FILE.
       01  REF-WORK-REC     PIC X(100).
       FD  HOLD-FILE.
       01  HOLD-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       *> REFMAINT_LIST=KEYWORD|CITY|STATE|COUNTRY|LOCATION|RISK|
       *>               ADDRTYPE|ZIPCITY|STREETDIR|GEOHIER
       *> （ADDRTYPE 是地址類型關鍵字，一個項目寫成 類型|關鍵字，
       *>  類型 RES/COM/INS/GOV/MIL，例如 GOV|市政府）
       *> （RISK 是高風險地址名單，一個項目寫成
       *>  類別|郵遞區號|街道|門牌，例如 MAILDROP|10491|南京東路|100）
       *> （ZIPCITY / STREETDIR / GEOHIER 是郵遞區號-城市對照、郵務
       *>  街道名錄、行政區層級表，檔案本身用分號分欄；申請時分號
       *>  一樣寫成 |，套用時換回分號，例如 ZIPCITY 的
       *>  100|116|台北市|  、GEOHIER 的 DISTRICT|大安區|台北市；
       *>  STREETDIR 項目是 城市|街道|郵遞區號[|國家]，核可套用後
       *>  要重跑 STREETBLD 重建街道名錄索引檔）
       *> REFMAINT_ACTION=LIST|ADD|DELETE|PENDING|APPROVE (預設 LIST)
       *> REFMAINT_VALUE=ADD/DELETE 要用到的項目文字
       *> REFMAINT_USER=操作者代號（申請與核可都要）
       01  WS-REF-FILE-STATUS PIC XX.
       01  WS-PENDING-STATUS PIC XX.
       01  WS-JOURNAL-STATUS PIC XX.
       01  WS-WORK-STATUS    PIC XX.
       01  WS-PENDING-FILE-NAME PIC X(100) VALUE 'refpending.txt'.
       01  WS-HOLD-FILE-NAME PIC X(100) VALUE 'refpending.tmp'.
       01  WS-REF-WORK-NAME  PIC X(100) VALUE 'refmaint_ref.tmp'.
       01  WS-CHG-WORK-NAME  PIC X(100) VALUE 'refmaint_chg.tmp'.
       01  WS-OLD-WORK-NAME  PIC X(100) VALUE 'refmaint_old.tmp'.
       01  WS-NEW-WORK-NAME  PIC X(100) VALUE 'refmaint_new.tmp'.
       01  WS-VALUE-SEMI     PIC 9(3).
       01  WS-ATYPE-PREFIX   PIC X(4).
       *> 套用到檔案上的項目文字（分號分欄的清單已把 | 換回 ;）
       01  WS-APPLY-VALUE    PIC X(100).
       01  WS-SEMI-LIST      PIC X VALUE 'N'.
       01  WS-LIST-OK        PIC X VALUE 'N'.
           88  LIST-RECOGNIZED    VALUE 'Y'.

       01  EOF-FLAG          PIC X VALUE 'N'.
           88  END-OF-FILE       VALUE 'Y'.

       01  REF-COUNT         PIC 9(9) VALUE 0.
       01  REF-LINE-DISPLAY  PIC X(112).
       01  REF-LINE-NUM      PIC Z(8)9.

       *> 時戳（日誌/待核檔用）
       01  WS-STAMP.
           05 WS-STAMP-TIME8 PIC 9(8).
           05 WS-STAMP-TIME  PIC 9(6).

       *> 待核檔一行拆欄（郵務名錄改版一次會排上千筆，逐行處理
       *> 不載表）
       01  PEND-LIST         PIC X(20).
       01  PEND-ACTION       PIC X(10).
       01  PEND-VALUE        PIC X(100).
       01  PEND-USER         PIC X(20).
       01  PEND-SEQ          PIC 9(7) VALUE 0.
       01  CTL-APPLIED       PIC 9(7) VALUE 0.
       01  CTL-HELD          PIC 9(7) VALUE 0.

       *> 逐鍵合併：目前這份清單、兩邊的目前鍵（讀完 = HIGH-VALUES）、
       *> 這個鍵套完異動後的狀態
       01  CHG-EOF           PIC X VALUE 'N'.
       01  OLD-EOF           PIC X VALUE 'N'.
       01  WS-CUR-LIST       PIC X(20).
       01  WS-CHG-KEY        PIC X(100).
       01  WS-OLD-KEY        PIC X(100).
       01  WS-MERGE-KEY      PIC X(100).
       01  WS-KEY-ON-FILE    PIC X.
       01  WS-KEY-PRESENT    PIC X.
       01  WS-KEY-DELETED    PIC X.
       01  WS-KEY-ADDED      PIC X.
       01  WS-ADD-SEQ        PIC 9(7).
       01  WS-ADD-TEXT       PIC X(100).

       COPY "logchain.cpy".

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-STAMP-TIME8 FROM TIME
           MOVE WS-STAMP-TIME8(1:6) TO WS-STAMP-TIME

           PERFORM CHECK-OPERATOR-ENTITLEMENT

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION-ENV))
               WHEN 'LIST'
                   PERFORM RESOLVE-FILE-NAME
                   IF NOT LIST-RECOGNIZED
                       PERFORM SHOW-LIST-USAGE
                   ELSE
                       PERFORM LIST-ENTRIES
                   END-IF
               WHEN 'ADD'

           STOP RUN.

       *> 作業員授權表：申請（ADD/DELETE）跟核可（APPROVE）分開
       *> 授權，核可人除了不能是申請人，自己也要有 APPROVE 權限
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE WS-USER-ENV TO OA-OPERATOR
           MOVE 'REFMAINT' TO OA-PROGRAM
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION-ENV))
               TO OA-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-ENV))
               TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "REFMAINT: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not "
                   FUNCTION TRIM(OA-ACTION) " - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SHOW-LIST-USAGE.
           DISPLAY "REFMAINT: unknown REFMAINT_LIST value - use "
               "KEYWORD, CITY, STATE, COUNTRY, LOCATION, RISK, "
               "ADDRTYPE, ZIPCITY, STREETDIR or GEOHIER".

       *> REFMAINT_LIST 對應到固定的參照檔名，跟
       *> AddressSplitterFinal 未設定日期版本時使用的預設檔名一致。
       RESOLVE-FILE-NAME.
           MOVE 'Y' TO WS-LIST-OK
           MOVE 'N' TO WS-SEMI-LIST
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-ENV))
               WHEN 'KEYWORD'
                   MOVE 'keywords.txt' TO WS-REF-FILE-NAME
                   MOVE 'country.txt' TO WS-REF-FILE-NAME
               WHEN 'LOCATION'
                   MOVE 'location.txt' TO WS-REF-FILE-NAME
               WHEN 'RISK'
                   MOVE 'address_risk.txt' TO WS-REF-FILE-NAME
               WHEN 'ADDRTYPE'
                   MOVE 'address_types.txt' TO WS-REF-FILE-NAME
               WHEN 'ZIPCITY'
                   MOVE 'zipcity.txt' TO WS-REF-FILE-NAME
                   MOVE 'Y' TO WS-SEMI-LIST
               WHEN 'STREETDIR'
                   MOVE 'street_directory.txt' TO WS-REF-FILE-NAME
                   MOVE 'Y' TO WS-SEMI-LIST
               WHEN 'GEOHIER'
                   MOVE 'geo_hierarchy.txt' TO WS-REF-FILE-NAME
                   MOVE 'Y' TO WS-SEMI-LIST
               WHEN OTHER
                   MOVE 'N' TO WS-LIST-OK
           END-EVALUATE.

       *> 逐行列出參照檔，檔案不存在就當成空清單。
       LIST-ENTRIES.
           MOVE 0 TO REF-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS = '00'
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(REF-REC) NOT = SPACES
                               ADD 1 TO REF-COUNT
                               MOVE REF-COUNT TO REF-LINE-NUM
                               MOVE SPACES TO REF-LINE-DISPLAY
                               STRING FUNCTION TRIM(REF-LINE-NUM) ": "
                                   FUNCTION TRIM(REF-REC)
                                   DELIMITED BY SIZE
                                   INTO REF-LINE-DISPLAY
                               DISPLAY FUNCTION TRIM(REF-LINE-DISPLAY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-FILE
           END-IF
           IF REF-COUNT = 0
               DISPLAY FUNCTION TRIM(WS-REF-FILE-NAME)
                   " has no entries"
           ELSE
               DISPLAY "Total entries: " REF-COUNT
           END-IF.

                   "a change"
               EXIT PARAGRAPH
           END-IF
           *> 待核檔跟日誌都用分號分欄，項目文字裡有分號會把後面
           *> 的申請人/時戳拆歪（多欄位的項目改用 | 分隔）
           MOVE 0 TO WS-VALUE-SEMI
           INSPECT WS-VALUE-ENV TALLYING WS-VALUE-SEMI FOR ALL ';'
           IF WS-VALUE-SEMI > 0
               DISPLAY "REFMAINT: REFMAINT_VALUE may not contain ';' "
                   "- separate multi-part entries with '|'"
               EXIT PARAGRAPH
           END-IF
           *> 地址類型項目要是「類型|關鍵字」，類型打錯的項目夜間
           *> 批次只會警告丟掉，申請時就擋下來
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-ENV))
              = 'ADDRTYPE'
               MOVE FUNCTION UPPER-CASE(WS-VALUE-ENV(1:4))
                   TO WS-ATYPE-PREFIX
               IF WS-ATYPE-PREFIX NOT = 'RES|'
                  AND WS-ATYPE-PREFIX NOT = 'COM|'
                  AND WS-ATYPE-PREFIX NOT = 'INS|'
                  AND WS-ATYPE-PREFIX NOT = 'GOV|'
                  AND WS-ATYPE-PREFIX NOT = 'MIL|'
                  OR WS-VALUE-ENV(5:) = SPACES
                   DISPLAY "REFMAINT: ADDRTYPE entries are "
                       "TYPE|keyword with TYPE one of "
                       "RES, COM, INS, GOV, MIL"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               FUNCTION TRIM(WS-VALUE-ENV) ";"
               "REQUESTED;" FUNCTION TRIM(WS-USER-ENV)
               DELIMITED BY SIZE INTO JOURNAL-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'refjournal.txt' TO LC-LOG-NAME
           MOVE JOURNAL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE.

           END-PERFORM
           CLOSE PENDING-FILE.

       *> 核可：把待核批次套用到現行參照檔。申請人自己不能
       *> 核可自己的異動 - 那幾筆留在待核檔裡等別人。
       APPLY-PENDING-BATCH.
           IF FUNCTION TRIM(WS-USER-ENV) = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               DISPLAY "No pending reference changes to approve"
               EXIT PARAGRAPH
           END-IF
           CLOSE PENDING-FILE

           *> 可以套用的依清單+項目+待核行序排好，其餘寫進
           *> refpending.tmp 留著
           SORT CHG-SORT-FILE
               ASCENDING KEY CS-LIST CS-KEY CS-SEQ
               INPUT PROCEDURE IS SELECT-APPROVED-CHANGES
               GIVING CHG-WORK-FILE

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE 'N' TO CHG-EOF
           MOVE SPACES TO WS-CUR-LIST
           OPEN INPUT CHG-WORK-FILE
           PERFORM READ-CHG-LINE
           PERFORM UNTIL CHG-EOF = 'Y'
               PERFORM APPLY-ONE-LIST
           END-PERFORM
           CLOSE CHG-WORK-FILE JOURNAL-FILE
           CALL 'CBL_DELETE_FILE' USING WS-CHG-WORK-NAME

           *> 每份清單都換好了才把待核檔換成只剩沒套用的那幾筆；
           *> 中途出事待核檔原封不動，重跑已經套過的只會顯示
           *> 已存在/找不到
           CALL 'CBL_RENAME_FILE'
               USING WS-HOLD-FILE-NAME WS-PENDING-FILE-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "REFMAINT: cannot replace "
                   FUNCTION TRIM(WS-PENDING-FILE-NAME)
                   " - remaining requests left in "
                   FUNCTION TRIM(WS-HOLD-FILE-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Approved and applied: " CTL-APPLIED
               "  still pending: " CTL-HELD.

       *> 待核檔逐行：申請人自己核可的、清單或動作不認得的原樣
       *> 寫進 refpending.tmp，其餘放進排序
       SELECT-APPROVED-CHANGES.
           MOVE 'N' TO EOF-FLAG
           MOVE 0 TO PEND-SEQ
           OPEN INPUT PENDING-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM UNTIL END-OF-FILE
               READ PENDING-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(PENDING-REC) NOT = SPACES
                           PERFORM SELECT-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE HOLD-FILE.

       SELECT-ONE-PENDING.
           ADD 1 TO PEND-SEQ
           MOVE SPACES TO PEND-LIST PEND-ACTION PEND-VALUE PEND-USER
           UNSTRING PENDING-REC DELIMITED BY ';'
               INTO PEND-LIST PEND-ACTION PEND-VALUE PEND-USER
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PEND-USER)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-USER-ENV))
               ADD 1 TO CTL-HELD
               DISPLAY "Held (requester cannot approve own "
                   "change): " FUNCTION TRIM(PEND-VALUE)
               PERFORM HOLD-PENDING-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE PEND-LIST TO WS-LIST-ENV
           PERFORM RESOLVE-FILE-NAME
           IF NOT LIST-RECOGNIZED
               DISPLAY "Skipped pending line with unknown list "
                   FUNCTION TRIM(PEND-LIST)
               PERFORM HOLD-PENDING-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PEND-ACTION))
               TO CS-ACTION
           IF CS-ACTION NOT = 'ADD' AND CS-ACTION NOT = 'DELETE'
               DISPLAY "Skipped pending line with unknown action "
                   FUNCTION TRIM(PEND-ACTION)
               PERFORM HOLD-PENDING-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE PEND-VALUE TO WS-APPLY-VALUE
           IF WS-SEMI-LIST = 'Y'
               INSPECT WS-APPLY-VALUE REPLACING ALL '|' BY ';'
           END-IF
           MOVE FUNCTION TRIM(PEND-LIST) TO CS-LIST
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-APPLY-VALUE))
               TO CS-KEY
           MOVE PEND-SEQ TO CS-SEQ
           MOVE FUNCTION TRIM(WS-APPLY-VALUE) TO CS-VALUE
           MOVE FUNCTION TRIM(PEND-VALUE) TO CS-PVALUE
           MOVE FUNCTION TRIM(PEND-USER) TO CS-USER
           RELEASE CS-REC.

       HOLD-PENDING-LINE.
           MOVE PENDING-REC TO HOLD-REC
           WRITE HOLD-REC.

       *> 異動檔讀下一筆；換了清單或讀完，這份清單的異動鍵就
       *> 是 HIGH-VALUES
       READ-CHG-LINE.
           READ CHG-WORK-FILE
               AT END
                   MOVE 'Y' TO CHG-EOF
                   MOVE HIGH-VALUES TO WS-CHG-KEY
               NOT AT END
                   IF CW-LIST = WS-CUR-LIST
                       MOVE CW-KEY TO WS-CHG-KEY
                   ELSE
                       MOVE HIGH-VALUES TO WS-CHG-KEY
                   END-IF
           END-READ.

       READ-OLD-LINE.
           READ OLD-WORK-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   MOVE OW-KEY TO WS-OLD-KEY
           END-READ.

       *> 一份清單：現行檔依項目排序，跟這份清單的異動逐鍵合併，
       *> 再依原本行序排回去（新增的接在最後，照申請順序）
       APPLY-ONE-LIST.
           MOVE CW-LIST TO WS-CUR-LIST WS-LIST-ENV
           MOVE CW-KEY TO WS-CHG-KEY
           PERFORM RESOLVE-FILE-NAME

           MOVE 0 TO REF-COUNT
           SORT LINE-SORT-FILE
               ASCENDING KEY LS-KEY LS-LINE
               INPUT PROCEDURE IS NUMBER-REF-LINES
               GIVING OLD-WORK-FILE

           MOVE 'N' TO OLD-EOF
           OPEN INPUT OLD-WORK-FILE
           OPEN OUTPUT NEW-WORK-FILE
           PERFORM READ-OLD-LINE
           PERFORM UNTIL WS-OLD-KEY = HIGH-VALUES
                     AND WS-CHG-KEY = HIGH-VALUES
               PERFORM MERGE-ONE-KEY
           END-PERFORM
           CLOSE OLD-WORK-FILE NEW-WORK-FILE

           *> 整份重寫（LINE SEQUENTIAL 無法就地改單一行）：先寫
           *> 工作檔再改名蓋回去
           SORT LINE-SORT-FILE
               ASCENDING KEY LS-LINE
               USING NEW-WORK-FILE
               OUTPUT PROCEDURE IS WRITE-REF-WORK
           CALL 'CBL_DELETE_FILE' USING WS-OLD-WORK-NAME
           CALL 'CBL_DELETE_FILE' USING WS-NEW-WORK-NAME
           CALL 'CBL_RENAME_FILE'
               USING WS-REF-WORK-NAME WS-REF-FILE-NAME
           IF RETURN-CODE NOT = 0
               CLOSE CHG-WORK-FILE JOURNAL-FILE
               DISPLAY "REFMAINT: cannot replace "
                   FUNCTION TRIM(WS-REF-FILE-NAME)
                   " - rebuilt copy left in "
                   FUNCTION TRIM(WS-REF-WORK-NAME)
                   ", pending file not changed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> 現行參照檔逐行編行序放進排序（空白行不收，跟以前整份
       *> 重寫時一樣會拿掉）
       NUMBER-REF-LINES.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT REF-FILE
           IF WS-REF-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ REF-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(REF-REC) NOT = SPACES
                           ADD 1 TO REF-COUNT
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(REF-REC)) TO LS-KEY
                           MOVE REF-COUNT TO LS-LINE
                           MOVE FUNCTION TRIM(REF-REC) TO LS-TEXT
                           RELEASE LS-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-FILE.

       *> 一個鍵：依申請順序套完這個鍵的每一筆異動，決定現行
       *> 那幾行留不留、要不要接一行新增的
       MERGE-ONE-KEY.
           IF WS-OLD-KEY < WS-CHG-KEY
               MOVE WS-OLD-KEY TO WS-MERGE-KEY
           ELSE
               MOVE WS-CHG-KEY TO WS-MERGE-KEY
           END-IF
           MOVE 'N' TO WS-KEY-ON-FILE
           IF WS-OLD-KEY = WS-MERGE-KEY
               MOVE 'Y' TO WS-KEY-ON-FILE
           END-IF
           MOVE WS-KEY-ON-FILE TO WS-KEY-PRESENT
           MOVE 'N' TO WS-KEY-DELETED WS-KEY-ADDED

           PERFORM UNTIL WS-CHG-KEY NOT = WS-MERGE-KEY
               PERFORM APPLY-ONE-CHANGE
               PERFORM READ-CHG-LINE
           END-PERFORM

           PERFORM UNTIL WS-OLD-KEY NOT = WS-MERGE-KEY
               IF WS-KEY-DELETED = 'N'
                   MOVE OW-REC TO NW-REC
                   WRITE NW-REC
               END-IF
               PERFORM READ-OLD-LINE
           END-PERFORM

           IF WS-KEY-ADDED = 'Y'
               MOVE WS-MERGE-KEY TO NW-KEY
               COMPUTE NW-LINE = REF-COUNT + WS-ADD-SEQ
               MOVE WS-ADD-TEXT TO NW-TEXT
               WRITE NW-REC
           END-IF.

       *> 套用一筆：ADD 已經有的、DELETE 找不到的照樣算套用（跟
       *> 以前一樣只顯示一行），刪掉的是這個鍵的每一行
       APPLY-ONE-CHANGE.
           EVALUATE CW-ACTION
               WHEN 'ADD'
                   IF WS-KEY-PRESENT = 'Y'
                       DISPLAY FUNCTION TRIM(CW-PVALUE)
                           " already exists in "
                           FUNCTION TRIM(WS-REF-FILE-NAME)
                   ELSE
                       MOVE 'Y' TO WS-KEY-PRESENT WS-KEY-ADDED
                       MOVE CW-SEQ TO WS-ADD-SEQ
                       MOVE CW-VALUE TO WS-ADD-TEXT
                   END-IF
               WHEN 'DELETE'
                   IF WS-KEY-PRESENT = 'N'
                       DISPLAY FUNCTION TRIM(CW-PVALUE)
                           " was not found in "
                           FUNCTION TRIM(WS-REF-FILE-NAME)
                   ELSE
                       MOVE 'N' TO WS-KEY-PRESENT WS-KEY-ADDED
                       IF WS-KEY-ON-FILE = 'Y'
                           MOVE 'Y' TO WS-KEY-DELETED
                       END-IF
                   END-IF
           END-EVALUATE
           ADD 1 TO CTL-APPLIED

           MOVE SPACES TO JOURNAL-REC
           STRING WS-STAMP-DATE "-" WS-STAMP-TIME ";"
               FUNCTION TRIM(CW-LIST) ";"
               FUNCTION TRIM(CW-ACTION) ";"
               FUNCTION TRIM(CW-PVALUE) ";"
               "APPLIED;" FUNCTION TRIM(CW-USER) ";"
               FUNCTION TRIM(WS-USER-ENV)
               DELIMITED BY SIZE INTO JOURNAL-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'refjournal.txt' TO LC-LOG-NAME
           MOVE JOURNAL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO JOURNAL-REC
           WRITE JOURNAL-REC

           DISPLAY "Applied " FUNCTION TRIM(CW-ACTION)
               " of " FUNCTION TRIM(CW-PVALUE)
               " to " FUNCTION TRIM(WS-REF-FILE-NAME).

       WRITE-REF-WORK.
           MOVE 'N' TO EOF-FLAG
           OPEN OUTPUT REF-WORK-FILE
           RETURN LINE-SORT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-RETURN
           PERFORM UNTIL END-OF-FILE
               MOVE LS-TEXT TO REF-WORK-REC
               WRITE REF-WORK-REC
               RETURN LINE-SORT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE REF-WORK-FILE.
