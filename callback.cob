       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLBACK.
      *> 日間異動的照會保留：INTRADAY 把高風險的異動（新開戶、
      *> 換國家、近期才改過，見 cbhold.cpy）寫成暫置檔裡的
      *> 「HOLD;」保留列，ADDRMAST 不套用。這支處理保留列：
      *>   CALLBACK_ACTION=REPORT（預設）每天給分行主管的保留清單
      *>       callback_holds_YYYYMMDD.txt：依分行、保留日排列，
      *>       每筆列保留編號、帳號、保留日、已保留天數、逾期日、
      *>       原因、鍵入櫃員，分行小計；後面附當天的確認/退件/
      *>       逾期紀錄。CALLBACK_BRANCH 有填只列那一家分行
      *>   CALLBACK_ACTION=CONFIRM 第二位作業員打過照會電話確認：
      *>       CALLBACK_HOLD_ID = 保留編號、CALLBACK_NOTE = 照會
      *>       說明（必填，打給誰、怎麼確認的）；鍵入櫃員本人不能
      *>       確認。確認後保留列換回一般暫置列，當晚 ADDRMAST 套用
      *>   CALLBACK_ACTION=REJECT  照會不成（客戶否認、聯絡不上
      *>       又有疑慮）：拿掉保留列、退回分行，CALLBACK_NOTE 必填
      *>   CALLBACK_ACTION=EXPIRE  夜間鏈在 ADDRMAST 之前跑：保留
      *>       滿 CALLBACK_EXPIRE_DAYS 天（預設 5）還沒確認的拿掉、
      *>       退回分行
      *> 退回分行寫 callback_rejects_YYYYMMDD.txt（只追加），格式
      *> 同 INTRADAY 退件檔「分行代碼;帳號;原因;地址本文」。
      *> 誰確認/退件都記在 callback_journal.txt（LOGCHAIN 雜湊鏈）：
      *>   「日期-時間;法人;保留編號;事件;作業員;分行;帳號;說明」
      *> 作業員代號取 CALLBACK_USER（空白取 OPERATOR_ID、USER），
      *> 作業員授權表要准 CALLBACK 的 CONFIRM / REJECT；REPORT 只讀、
      *> EXPIRE 是批次，不檢查授權。
      *>   INTRADAY_PEND_FILE = 暫置檔（預設 pending_changes.txt，
      *>                        同 INTRADAY / ADDRMAST）
      *>   ADDR_ENTITY        = 法人（預設 BANK；子公司的暫置檔、
      *>                        清單、退件檔檔名前面加 <法人>_）
      *> 回傳碼：0 = 完成    4 = 報表有逾期未處理的保留、或找不到
      *>   指定的保留編號    12 = 授權不准、參數錯或鍵入櫃員自己確認

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO DYNAMIC WS-PEND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           *> 暫置檔改寫時的暫存檔，寫完再換回暫置檔名
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REJ-FILE ASSIGN TO DYNAMIC WS-REJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'callback_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       01  PEND-REC        PIC X(3000).
       FD  WORK-FILE.
       01  WORK-REC        PIC X(3000).
       FD  REJ-FILE.
       01  REJ-REC         PIC X(700).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC     PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ACTION-ENV        PIC X(20).
       01 WS-HOLD-ID-ENV       PIC X(20).
       01 WS-NOTE-ENV          PIC X(100).
       01 WS-USER-ENV          PIC X(20).
       01 WS-BRANCH-ENV        PIC X(10).
       01 WS-EXPIRE-DAYS       PIC 9(3) VALUE 5.
       01 WS-PEND-FILE-NAME    PIC X(100).
       01 WS-PEND-STATUS       PIC XX.
       01 WS-WORK-FILE-NAME    PIC X(100).
       01 WS-WORK-STATUS       PIC XX.
       01 WS-REJ-FILE-NAME     PIC X(100).
       01 WS-REJ-STATUS        PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-JOURNAL-STATUS    PIC XX.
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE          VALUE 'Y'.

       01 WS-STAMP.
           05 WS-STAMP-DATE        PIC 9(8).
           05 WS-STAMP-TIME8       PIC 9(8).
           05 WS-STAMP-TIME        PIC 9(6).
       01 WS-STAMP-TEXT        PIC X(15).
       01 WS-TODAY-INT         PIC 9(8).

       COPY "cbhold.cpy".

       *> 一筆保留列的天數
       01 WS-HOLD-AGE          PIC 9(5).
       01 WS-EXPIRY-DATE       PIC 9(8).
       01 WS-AGE-DISP          PIC ZZZZ9.
       *> 保留列裡原始的地址本文（暫置列第 2 欄）
       01 WS-HOLD-TEXT         PIC X(500).
       01 HT-SCAN              PIC 9(4).
       01 HT-IN-QUOTE          PIC X.
       01 HT-END               PIC 9(4).

       *> 改寫暫置檔時這一行怎麼處理：K 照抄、R 換回一般暫置列、
       *> D 拿掉
       01 WS-LINE-ACTION       PIC X.
       01 WS-REJ-REASON        PIC X(60).
       01 WS-FILE-CHANGED      PIC X VALUE 'N'.
       01 WS-ID-FOUND          PIC X VALUE 'N'.
       01 WS-EXIT-RC           PIC 9(2) VALUE 0.

       *> 保留清單（排序後依分行列印）
       01 HT-COUNT             PIC 9(4) VALUE 1.
       01 HT-LOADED            PIC 9(4) VALUE 0.
       01 HT-IDX               PIC 9(4).
       01 HT-TABLE.
           05 HT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HT-COUNT.
               10 HT-BRANCH        PIC X(10).
               10 HT-DATE          PIC 9(8).
               10 HT-ID            PIC X(20).
               10 HT-ACCOUNT       PIC X(30).
               10 HT-KEYER         PIC X(20).
               10 HT-REASONS       PIC X(40).
       01 WS-PREV-BRANCH       PIC X(10).
       01 BR-HOLDS             PIC 9(5).
       01 BR-OVERDUE           PIC 9(5).
       01 BR-DISP              PIC ZZZZ9.
       01 BR-PTR               PIC 9(3).

       *> 當天的確認/退件/逾期紀錄（日誌回讀）
       01 JR-STAMP             PIC X(15).
       01 JR-ENTITY            PIC X(4).
       01 JR-ID                PIC X(20).
       01 JR-EVENT             PIC X(12).
       01 JR-USER              PIC X(20).
       01 JR-BRANCH            PIC X(10).
       01 JR-ACCOUNT           PIC X(30).
       01 JR-DETAIL            PIC X(200).
       01 JRNL-EVENT           PIC X(12).
       01 JRNL-DETAIL          PIC X(200).

       01 CTL-HOLDS            PIC 9(5) VALUE 0.
       01 CTL-OVERDUE          PIC 9(5) VALUE 0.
       01 CTL-CONFIRMED        PIC 9(5) VALUE 0.
       01 CTL-REJECTED         PIC 9(5) VALUE 0.
       01 CTL-EXPIRED          PIC 9(5) VALUE 0.
       01 CTL-ACTIVITY         PIC 9(5) VALUE 0.

       COPY "logchain.cpy".

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO WS-ACTION-ENV
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT 'CALLBACK_ACTION'
           IF WS-ACTION-ENV = SPACES
               MOVE 'REPORT' TO WS-ACTION-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACTION-ENV) TO WS-ACTION-ENV
           MOVE SPACES TO WS-HOLD-ID-ENV
           ACCEPT WS-HOLD-ID-ENV FROM ENVIRONMENT 'CALLBACK_HOLD_ID'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-HOLD-ID-ENV))
               TO WS-HOLD-ID-ENV
           MOVE SPACES TO WS-NOTE-ENV
           ACCEPT WS-NOTE-ENV FROM ENVIRONMENT 'CALLBACK_NOTE'
           INSPECT WS-NOTE-ENV REPLACING ALL ';' BY ','
           MOVE SPACES TO WS-USER-ENV
           ACCEPT WS-USER-ENV FROM ENVIRONMENT 'CALLBACK_USER'
           MOVE SPACES TO WS-BRANCH-ENV
           ACCEPT WS-BRANCH-ENV FROM ENVIRONMENT 'CALLBACK_BRANCH'
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CALLBACK_EXPIRE_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-EXPIRE-DAYS
           END-IF

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME8 FROM TIME
           MOVE WS-STAMP-TIME8(1:6) TO WS-STAMP-TIME
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-STAMP-DATE "-" WS-STAMP-TIME
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)

           PERFORM INIT-FILE-NAMES

           EVALUATE WS-ACTION-ENV
               WHEN 'REPORT'
                   PERFORM HOLD-QUEUE-REPORT
               WHEN 'CONFIRM'
                   PERFORM CHECK-OPERATOR-ENTITLEMENT
                   PERFORM CHECK-ID-AND-NOTE
                   PERFORM REWRITE-PENDING-FILE
                   PERFORM REPORT-ID-NOT-FOUND
               WHEN 'REJECT'
                   PERFORM CHECK-OPERATOR-ENTITLEMENT
                   PERFORM CHECK-ID-AND-NOTE
                   PERFORM REWRITE-PENDING-FILE
                   PERFORM REPORT-ID-NOT-FOUND
               WHEN 'EXPIRE'
                   MOVE 'BATCH' TO WS-USER-ENV
                   PERFORM REWRITE-PENDING-FILE
                   DISPLAY "CALLBACK: " CTL-EXPIRED
                       " hold(s) expired after " WS-EXPIRE-DAYS
                       " day(s) and returned to the branch - see "
                       FUNCTION TRIM(WS-REJ-FILE-NAME)
               WHEN OTHER
                   DISPLAY "CALLBACK: unknown CALLBACK_ACTION value - "
                       "use REPORT, CONFIRM, REJECT or EXPIRE"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       *> 法人前綴與各檔名
       INIT-FILE-NAMES.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "CALLBACK: ADDR_ENTITY must be at most 4 "
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
           END-IF

           MOVE SPACES TO WS-PEND-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'pending_changes.txt'
               DELIMITED BY SIZE INTO WS-PEND-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'INTRADAY_PEND_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PEND-FILE-NAME
           END-IF
           MOVE SPACES TO WS-WORK-FILE-NAME
           STRING FUNCTION TRIM(WS-PEND-FILE-NAME) '.cbk'
               DELIMITED BY SIZE INTO WS-WORK-FILE-NAME
           MOVE SPACES TO WS-REJ-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'callback_rejects_' WS-STAMP-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REJ-FILE-NAME
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'callback_holds_' WS-STAMP-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.

       *> 確認與退件要作業員授權；實際採用的代號從 OA-OPERATOR
       *> 拿回來記日誌
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE WS-USER-ENV TO OA-OPERATOR
           MOVE 'CALLBACK' TO OA-PROGRAM
           MOVE WS-ACTION-ENV TO OA-ACTION
           MOVE WS-HOLD-ID-ENV TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "CALLBACK: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not "
                   FUNCTION TRIM(OA-ACTION) " - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(OA-OPERATOR) TO WS-USER-ENV.

       CHECK-ID-AND-NOTE.
           IF WS-HOLD-ID-ENV = SPACES OR WS-NOTE-ENV = SPACES
               DISPLAY "CALLBACK: CALLBACK_HOLD_ID and CALLBACK_NOTE "
                   "are required to " FUNCTION TRIM(WS-ACTION-ENV)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       REPORT-ID-NOT-FOUND.
           IF WS-ID-FOUND = 'N'
               DISPLAY "CALLBACK: hold " FUNCTION TRIM(WS-HOLD-ID-ENV)
                   " is not in " FUNCTION TRIM(WS-PEND-FILE-NAME)
                   " (already released, rejected or expired?)"
               MOVE 4 TO RETURN-CODE
           END-IF.

       *> 暫置檔逐行抄到暫存檔，保留列依動作換回、拿掉或照抄；
       *> 有變動才把暫存檔換回暫置檔名
       REWRITE-PENDING-FILE.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               IF WS-ACTION-ENV NOT = 'EXPIRE'
                   DISPLAY "CALLBACK: no pending change file "
                       FUNCTION TRIM(WS-PEND-FILE-NAME)
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "CALLBACK: cannot create work file "
                   FUNCTION TRIM(WS-WORK-FILE-NAME)
                   " (status " WS-WORK-STATUS ")"
               CLOSE PEND-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ PEND-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE 'K' TO WS-LINE-ACTION
                       IF PEND-REC(1:5) = 'HOLD;'
                           MOVE PEND-REC TO HLD-LINE
                           PERFORM DECIDE-HOLD-LINE
                       END-IF
                       EVALUATE WS-LINE-ACTION
                           WHEN 'R'
                               MOVE HLD-ROW TO WORK-REC
                               WRITE WORK-REC
                           WHEN 'D'
                               CONTINUE
                           WHEN OTHER
                               MOVE PEND-REC TO WORK-REC
                               WRITE WORK-REC
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PEND-FILE WORK-FILE
           IF WS-FILE-CHANGED = 'Y'
               CALL 'CBL_RENAME_FILE'
                   USING WS-WORK-FILE-NAME WS-PEND-FILE-NAME
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-WORK-FILE-NAME
           END-IF
           MOVE WS-EXIT-RC TO RETURN-CODE.

       *> 一筆保留列：CONFIRM / REJECT 只動指定的保留編號，
       *> EXPIRE 動保留滿天數的
       DECIDE-HOLD-LINE.
           EVALUATE WS-ACTION-ENV
               WHEN 'CONFIRM'
                   IF HLD-ID NOT = WS-HOLD-ID-ENV
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-ID-FOUND
                   IF HLD-KEYER NOT = SPACES
                      AND HLD-KEYER = WS-USER-ENV
                       DISPLAY "CALLBACK: hold "
                           FUNCTION TRIM(HLD-ID) " was keyed by "
                           FUNCTION TRIM(HLD-KEYER)
                           " - the call-back must be confirmed by a "
                           "second operator"
                       MOVE 12 TO WS-EXIT-RC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'R' TO WS-LINE-ACTION
                   MOVE 'Y' TO WS-FILE-CHANGED
                   ADD 1 TO CTL-CONFIRMED
                   MOVE 'CONFIRMED' TO JRNL-EVENT
                   MOVE WS-NOTE-ENV TO JRNL-DETAIL
                   PERFORM WRITE-JOURNAL-LINE
                   DISPLAY "CALLBACK: hold " FUNCTION TRIM(HLD-ID)
                       " (account " FUNCTION TRIM(HLD-ACCOUNT)
                       ") confirmed - the change is applied tonight"
               WHEN 'REJECT'
                   IF HLD-ID NOT = WS-HOLD-ID-ENV
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-ID-FOUND
                   MOVE 'D' TO WS-LINE-ACTION
                   MOVE 'Y' TO WS-FILE-CHANGED
                   ADD 1 TO CTL-REJECTED
                   MOVE SPACES TO WS-REJ-REASON
                   STRING "call-back failed: "
                       FUNCTION TRIM(WS-NOTE-ENV)
                       DELIMITED BY SIZE INTO WS-REJ-REASON
                   PERFORM WRITE-REJECT-LINE
                   MOVE 'REJECTED' TO JRNL-EVENT
                   MOVE WS-NOTE-ENV TO JRNL-DETAIL
                   PERFORM WRITE-JOURNAL-LINE
                   DISPLAY "CALLBACK: hold " FUNCTION TRIM(HLD-ID)
                       " (account " FUNCTION TRIM(HLD-ACCOUNT)
                       ") rejected back to branch "
                       FUNCTION TRIM(HLD-BRANCH)
               WHEN 'EXPIRE'
                   PERFORM COMPUTE-HOLD-AGE
                   IF WS-HOLD-AGE < WS-EXPIRE-DAYS
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'D' TO WS-LINE-ACTION
                   MOVE 'Y' TO WS-FILE-CHANGED
                   ADD 1 TO CTL-EXPIRED
                   MOVE SPACES TO WS-REJ-REASON
                   STRING "call-back not confirmed within "
                       WS-EXPIRE-DAYS " days"
                       DELIMITED BY SIZE INTO WS-REJ-REASON
                   PERFORM WRITE-REJECT-LINE
                   MOVE 'EXPIRED' TO JRNL-EVENT
                   MOVE WS-REJ-REASON TO JRNL-DETAIL
                   PERFORM WRITE-JOURNAL-LINE
           END-EVALUATE.

       *> 保留了幾天、哪天逾期
       COMPUTE-HOLD-AGE.
           MOVE 0 TO WS-HOLD-AGE
           MOVE WS-STAMP-DATE TO WS-EXPIRY-DATE
           IF HLD-DATE IS NUMERIC AND HLD-DATE > 19000000
               COMPUTE WS-HOLD-AGE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(HLD-DATE)
               COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(HLD-DATE)
                   + WS-EXPIRE-DAYS)
           END-IF.

       *> 退回分行：「分行代碼;帳號;原因;地址本文」
       WRITE-REJECT-LINE.
           PERFORM GET-HOLD-TEXT
           OPEN EXTEND REJ-FILE
           IF WS-REJ-STATUS NOT = '00'
               OPEN OUTPUT REJ-FILE
               MOVE 'Branch;Account;Reason;Text' TO REJ-REC
               WRITE REJ-REC
           END-IF
           MOVE SPACES TO REJ-REC
           STRING FUNCTION TRIM(HLD-BRANCH) ";"
               FUNCTION TRIM(HLD-ACCOUNT) ";"
               FUNCTION TRIM(WS-REJ-REASON) ";"
               FUNCTION TRIM(WS-HOLD-TEXT)
               DELIMITED BY SIZE INTO REJ-REC
           WRITE REJ-REC
           CLOSE REJ-FILE.

       *> 暫置列第 2 欄是櫃員鍵的原文（有分號或引號時加了引號）
       GET-HOLD-TEXT.
           MOVE SPACES TO WS-HOLD-TEXT
           MOVE 'N' TO HT-IN-QUOTE
           MOVE 0 TO HT-END
           PERFORM VARYING HT-SCAN FROM 2 BY 1
                   UNTIL HT-SCAN > LENGTH OF HLD-ROW OR HT-END > 0
               EVALUATE TRUE
                   WHEN HLD-ROW(HT-SCAN:1) = '"'
                       IF HT-IN-QUOTE = 'Y'
                           MOVE 'N' TO HT-IN-QUOTE
                       ELSE
                           MOVE 'Y' TO HT-IN-QUOTE
                       END-IF
                   WHEN HLD-ROW(HT-SCAN:1) = ';'
                        AND HT-IN-QUOTE = 'N'
                       MOVE HT-SCAN TO HT-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN HLD-ROW(2:1) = '"' AND HT-END > 4
                   MOVE HLD-ROW(3:HT-END - 4) TO WS-HOLD-TEXT
               WHEN HT-END > 2
                   MOVE HLD-ROW(2:HT-END - 2) TO WS-HOLD-TEXT
           END-EVALUATE.

       *> 每天給分行主管的保留清單
       HOLD-QUEUE-REPORT.
           PERFORM LOAD-HOLD-TABLE
           IF HT-LOADED > 0
               MOVE HT-LOADED TO HT-COUNT
               SORT HT-ENTRY ASCENDING KEY HT-BRANCH HT-DATE HT-ID
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "CALL-BACK HOLD QUEUE " WS-STAMP-TEXT
               "  entity " FUNCTION TRIM(WS-RUN-ENTITY)
               "  expiry after " WS-EXPIRE-DAYS " day(s)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF WS-BRANCH-ENV NOT = SPACES
               MOVE SPACES TO RPT-REC
               STRING "branch " FUNCTION TRIM(WS-BRANCH-ENV)
                   " only" DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE "Branch" TO RPT-REC(1:10)
           MOVE "Hold ID" TO RPT-REC(12:20)
           MOVE "Account" TO RPT-REC(33:30)
           MOVE "Held" TO RPT-REC(64:8)
           MOVE "  Age" TO RPT-REC(73:5)
           MOVE "Expires" TO RPT-REC(79:8)
           MOVE "Reasons / keyed by" TO RPT-REC(89:)
           WRITE RPT-REC

           MOVE SPACES TO WS-PREV-BRANCH
           MOVE 0 TO BR-HOLDS BR-OVERDUE
           IF HT-LOADED > 0
               PERFORM VARYING HT-IDX FROM 1 BY 1
                       UNTIL HT-IDX > HT-COUNT
                   IF HT-BRANCH(HT-IDX) NOT = WS-PREV-BRANCH
                      AND HT-IDX > 1
                       PERFORM WRITE-BRANCH-TOTAL
                   END-IF
                   MOVE HT-BRANCH(HT-IDX) TO WS-PREV-BRANCH
                   PERFORM WRITE-HOLD-LINE
               END-PERFORM
               PERFORM WRITE-BRANCH-TOTAL
           ELSE
               MOVE "  (no changes on call-back hold)" TO RPT-REC
               WRITE RPT-REC
           END-IF

           PERFORM REPORT-TODAYS-ACTIVITY

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "TOTAL: " CTL-HOLDS " hold(s) open, "
               CTL-OVERDUE " past expiry (rejected by tonight's "
               "EXPIRE run), " CTL-ACTIVITY " action(s) today"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE RPT-FILE
           DISPLAY "CALLBACK: " FUNCTION TRIM(RPT-REC)
           DISPLAY "CALLBACK: report " FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       *> 暫置檔裡的保留列收進表（有分行篩選就只收那一家）
       LOAD-HOLD-TABLE.
           MOVE 0 TO HT-LOADED
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ PEND-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PEND-REC(1:5) = 'HOLD;'
                           MOVE PEND-REC TO HLD-LINE
                           IF (WS-BRANCH-ENV = SPACES
                               OR HLD-BRANCH = WS-BRANCH-ENV)
                              AND HT-LOADED < 5000
                               ADD 1 TO HT-LOADED
                               MOVE HT-LOADED TO HT-COUNT
                               MOVE HLD-BRANCH TO HT-BRANCH(HT-LOADED)
                               MOVE HLD-DATE TO HT-DATE(HT-LOADED)
                               MOVE HLD-ID TO HT-ID(HT-LOADED)
                               MOVE HLD-ACCOUNT
                                   TO HT-ACCOUNT(HT-LOADED)
                               MOVE HLD-KEYER TO HT-KEYER(HT-LOADED)
                               MOVE HLD-REASONS
                                   TO HT-REASONS(HT-LOADED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEND-FILE.

       WRITE-HOLD-LINE.
           ADD 1 TO CTL-HOLDS BR-HOLDS
           MOVE HT-DATE(HT-IDX) TO HLD-DATE
           PERFORM COMPUTE-HOLD-AGE
           MOVE WS-HOLD-AGE TO WS-AGE-DISP
           MOVE SPACES TO RPT-REC
           MOVE HT-BRANCH(HT-IDX) TO RPT-REC(1:10)
           MOVE HT-ID(HT-IDX) TO RPT-REC(12:20)
           MOVE HT-ACCOUNT(HT-IDX) TO RPT-REC(33:30)
           MOVE HT-DATE(HT-IDX) TO RPT-REC(64:8)
           MOVE WS-AGE-DISP TO RPT-REC(73:5)
           MOVE WS-EXPIRY-DATE TO RPT-REC(79:8)
           IF WS-HOLD-AGE >= WS-EXPIRE-DAYS
               ADD 1 TO CTL-OVERDUE BR-OVERDUE
               MOVE '*' TO RPT-REC(87:1)
           END-IF
           IF HT-KEYER(HT-IDX) = SPACES
               STRING FUNCTION TRIM(HT-REASONS(HT-IDX))
                   DELIMITED BY SIZE INTO RPT-REC(89:)
           ELSE
               STRING FUNCTION TRIM(HT-REASONS(HT-IDX)) " / "
                   FUNCTION TRIM(HT-KEYER(HT-IDX))
                   DELIMITED BY SIZE INTO RPT-REC(89:)
           END-IF
           WRITE RPT-REC.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO RPT-REC
           MOVE 1 TO BR-PTR
           MOVE BR-HOLDS TO BR-DISP
           STRING "  branch " FUNCTION TRIM(WS-PREV-BRANCH) ": "
               FUNCTION TRIM(BR-DISP) " hold(s)"
               DELIMITED BY SIZE INTO RPT-REC WITH POINTER BR-PTR
           END-STRING
           IF BR-OVERDUE > 0
               MOVE BR-OVERDUE TO BR-DISP
               STRING ", " FUNCTION TRIM(BR-DISP) " past expiry (*)"
                   DELIMITED BY SIZE INTO RPT-REC WITH POINTER BR-PTR
               END-STRING
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 0 TO BR-HOLDS BR-OVERDUE.

       *> 日誌回讀：今天本法人的確認/退件/逾期
       REPORT-TODAYS-ACTIVITY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "RESOLVED TODAY" TO RPT-REC
           WRITE RPT-REC
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL END-OF-FILE
                   READ JOURNAL-FILE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM REPORT-ONE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           IF CTL-ACTIVITY = 0
               MOVE "  (none)" TO RPT-REC
               WRITE RPT-REC
           END-IF.

       REPORT-ONE-JOURNAL-LINE.
           MOVE SPACES TO JR-STAMP JR-ENTITY JR-ID JR-EVENT JR-USER
               JR-BRANCH JR-ACCOUNT JR-DETAIL
           UNSTRING JOURNAL-REC DELIMITED BY ';'
               INTO JR-STAMP JR-ENTITY JR-ID JR-EVENT JR-USER
                    JR-BRANCH JR-ACCOUNT JR-DETAIL
           END-UNSTRING
           IF JR-STAMP(1:8) NOT = WS-STAMP-DATE
              OR JR-ENTITY NOT = WS-RUN-ENTITY
               EXIT PARAGRAPH
           END-IF
           IF WS-BRANCH-ENV NOT = SPACES
              AND JR-BRANCH NOT = WS-BRANCH-ENV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-ACTIVITY
           MOVE SPACES TO RPT-REC
           STRING "  " JR-STAMP(10:6) "  " JR-BRANCH " " JR-ID " "
               JR-ACCOUNT " " JR-EVENT " by "
               FUNCTION TRIM(JR-USER) " - " FUNCTION TRIM(JR-DETAIL)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 「日期-時間;法人;保留編號;事件;作業員;分行;帳號;說明」
       WRITE-JOURNAL-LINE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO JOURNAL-REC
           STRING WS-STAMP-TEXT ";" FUNCTION TRIM(WS-RUN-ENTITY) ";"
               FUNCTION TRIM(HLD-ID) ";"
               FUNCTION TRIM(JRNL-EVENT) ";"
               FUNCTION TRIM(WS-USER-ENV) ";"
               FUNCTION TRIM(HLD-BRANCH) ";"
               FUNCTION TRIM(HLD-ACCOUNT) ";"
               FUNCTION TRIM(JRNL-DETAIL)
               DELIMITED BY SIZE INTO JOURNAL-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'callback_journal.txt' TO LC-LOG-NAME
           MOVE JOURNAL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE.
