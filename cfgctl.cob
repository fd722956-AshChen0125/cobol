       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGCTL.
      *> 夜間控制檔的變更管制：參照清單有 REFMAINT 的雙人核可與
      *> 日誌，可是決定夜間怎麼跑的幾份控制檔 - run_profiles.txt、
      *> chain_steps.txt、thresholds.txt、retention_rules.txt、
      *> holidays.txt、bundle_rules.txt - 以前誰都能改、改了也沒
      *> 紀錄。這支替每份控制檔留一份核定版（cfg_baseline/ 底下，
      *> CFGCTL_BASELINE_DIR 可覆寫），改了就要走申請/核可：
      *>   CFGCTL_ACTION=CHECK（預設；NIGHTCHAIN 每次起跑、讀
      *>       chain_steps.txt 之前自己先跑這個動作，不靠 steps 檔
      *>       列這一步）：每份控制檔跟核定版比大小與檢查
      *>       碼（ARCHSUM），不一樣就把 diff 寫進報表
      *>       cfgctl_report_YYYYMMDD.txt，日誌記 DETECTED（連同
      *>       檔案擁有者與最後修改時間）；有未核可的變更回傳 8，
      *>       NIGHTCHAIN 整鏈不起跑。當天有人下過
      *>       OVERRIDE 就照跑、回傳 4，日誌記 OVERRIDDEN
      *>   CFGCTL_ACTION=REQUEST  改完控制檔申請核可：CFGCTL_FILE
      *>       = 檔名、CFGCTL_REASON = 原因；申請時記下檔案當下的
      *>       檢查碼（cfg_pending.txt）
      *>   CFGCTL_ACTION=PENDING  列出待核申請與各自的 diff
      *>   CFGCTL_ACTION=APPROVE  第二位作業員核可（申請人不能核
      *>       可自己的）：檔案還是申請時那一版才把它收成新的核定
      *>       版；申請之後又被改過的記 STALE 退回，要重新申請
      *>       （CFGCTL_FILE 有填就只核那一份）
      *>   CFGCTL_ACTION=OVERRIDE 當晚放行未核可的變更（寫
      *>       cfg_override.txt，只對當天有效），CFGCTL_REASON 必填
      *>   CFGCTL_ACTION=INIT     還沒有核定版的控制檔照現況收成
      *>       核定版（第一次導入或新增控制檔時用）
      *> 誰改了什麼都記在 cfg_journal.txt（LOGCHAIN 雜湊鏈）：
      *>   「日期-時間;檔名;事件;作業員;說明」
      *> 作業員代號取 CFGCTL_USER（空白取 OPERATOR_ID、USER），
      *> 作業員授權表要准 CFGCTL 的 REQUEST / APPROVE / OVERRIDE /
      *> INIT；CHECK 與 PENDING 只讀，不檢查授權。
      *> 回傳碼：0 = 都跟核定版一樣（或動作完成）
      *>   4 = 有未核可的變更但當天已 OVERRIDE、或動作部分沒做
      *>   8 = 有未核可的變更    12 = 授權不准或參數錯

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO 'cfg_pending.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'cfg_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO 'cfg_override.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> diff 與 ls 的輸出都走這一個暫存檔
           SELECT WORK-FILE ASSIGN TO 'cfgctl_work.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC     PIC X(300).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC     PIC X(400).
       FD  OVERRIDE-FILE.
       01  OVERRIDE-REC    PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).
       FD  WORK-FILE.
       01  WORK-REC        PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ACTION-ENV        PIC X(20).
       01 WS-FILE-ENV          PIC X(40).
       01 WS-REASON-ENV        PIC X(100).
       01 WS-USER-ENV          PIC X(20).
       01 WS-BASE-DIR          PIC X(100).
       01 WS-PENDING-STATUS    PIC XX.
       01 WS-JOURNAL-STATUS    PIC XX.
       01 WS-OVERRIDE-STATUS   PIC XX.
       01 WS-WORK-STATUS       PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-COMMAND           PIC X(400).
       01 WS-SIZE-DISP         PIC Z(14)9.
       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE          VALUE 'Y'.

       01 WS-STAMP.
           05 WS-STAMP-DATE        PIC 9(8).
           05 WS-STAMP-TIME8       PIC 9(8).
           05 WS-STAMP-TIME        PIC 9(6).
       01 WS-STAMP-TEXT        PIC X(15).

       *> 受管制的控制檔
       01 CF-NAMES.
           05 FILLER PIC X(40) VALUE 'run_profiles.txt'.
           05 FILLER PIC X(40) VALUE 'chain_steps.txt'.
           05 FILLER PIC X(40) VALUE 'thresholds.txt'.
           05 FILLER PIC X(40) VALUE 'retention_rules.txt'.
           05 FILLER PIC X(40) VALUE 'holidays.txt'.
           05 FILLER PIC X(40) VALUE 'bundle_rules.txt'.
       01 CF-TABLE REDEFINES CF-NAMES.
           05 CF-NAME PIC X(40) OCCURS 6 TIMES.
       01 CF-IDX               PIC 9.
       01 CF-KNOWN             PIC X.

       *> 一份控制檔的比對結果
       01 CMP-NAME             PIC X(40).
       01 CMP-BASE-NAME        PIC X(150).
       01 CMP-CUR-EXISTS       PIC X.
       01 CMP-CUR-SIZE         PIC 9(15).
       01 CMP-CUR-SUM          PIC X(20).
       01 CMP-BASE-EXISTS      PIC X.
       01 CMP-BASE-SIZE        PIC 9(15).
       01 CMP-BASE-SUM         PIC X(20).
       01 CMP-STATE            PIC X(12).
      *>   SAME / CHANGED / NO-BASELINE / REMOVED / ABSENT
       01 CMP-OWNER            PIC X(20).
       01 CMP-MTIME            PIC X(20).
       01 LS-FIELD             PIC X(40) OCCURS 7 TIMES.

       *> 待核申請
       01 PEND-TABLE.
           05 PEND-ENTRY OCCURS 200 TIMES.
               10 PEND-FILE        PIC X(40).
               10 PEND-SUM         PIC X(20).
               10 PEND-SIZE        PIC X(15).
               10 PEND-USER        PIC X(20).
               10 PEND-STAMP       PIC X(15).
               10 PEND-REASON      PIC X(100).
               10 PEND-KEEP        PIC X.
       01 PEND-COUNT           PIC 9(3) VALUE 0.
       01 PEND-IDX             PIC 9(3).

       01 WS-OVERRIDE-SW       PIC X VALUE 'N'.
       01 WS-OVERRIDE-USER     PIC X(20).
       01 WS-OVERRIDE-REASON   PIC X(100).
       01 OV-DATE              PIC X(8).
       01 DIFF-LINES           PIC 9(5).
       01 JRNL-FILE-NAME       PIC X(40).
       01 JRNL-EVENT           PIC X(12).
       01 JRNL-USER            PIC X(20).
       01 JRNL-DETAIL          PIC X(200).

       01 CTL-SAME             PIC 9(3) VALUE 0.
       01 CTL-UNAPPROVED       PIC 9(3) VALUE 0.
       01 CTL-PENDING-HIT      PIC 9(3) VALUE 0.
       01 CTL-APPROVED         PIC 9(3) VALUE 0.
       01 CTL-HELD             PIC 9(3) VALUE 0.
       01 CTL-STALE            PIC 9(3) VALUE 0.
       01 CTL-BASELINED        PIC 9(3) VALUE 0.

       COPY "archsum.cpy".

       COPY "logchain.cpy".

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO WS-ACTION-ENV
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT 'CFGCTL_ACTION'
           IF WS-ACTION-ENV = SPACES
               MOVE 'CHECK' TO WS-ACTION-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ACTION-ENV) TO WS-ACTION-ENV
           MOVE SPACES TO WS-FILE-ENV
           ACCEPT WS-FILE-ENV FROM ENVIRONMENT 'CFGCTL_FILE'
           MOVE SPACES TO WS-REASON-ENV
           ACCEPT WS-REASON-ENV FROM ENVIRONMENT 'CFGCTL_REASON'
           INSPECT WS-REASON-ENV REPLACING ALL ';' BY ','
           MOVE SPACES TO WS-USER-ENV
           ACCEPT WS-USER-ENV FROM ENVIRONMENT 'CFGCTL_USER'
           MOVE 'cfg_baseline' TO WS-BASE-DIR
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CFGCTL_BASELINE_DIR'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BASE-DIR
           END-IF

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME8 FROM TIME
           MOVE WS-STAMP-TIME8(1:6) TO WS-STAMP-TIME
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-STAMP-DATE "-" WS-STAMP-TIME
               DELIMITED BY SIZE INTO WS-STAMP-TEXT

           EVALUATE WS-ACTION-ENV
               WHEN 'CHECK'
                   PERFORM NIGHTLY-CHECK
               WHEN 'PENDING'
                   PERFORM LIST-PENDING
               WHEN 'REQUEST'
                   PERFORM CHECK-OPERATOR-ENTITLEMENT
                   PERFORM REQUEST-APPROVAL
               WHEN 'APPROVE'
                   PERFORM CHECK-OPERATOR-ENTITLEMENT
                   PERFORM APPROVE-PENDING
               WHEN 'OVERRIDE'
                   PERFORM CHECK-OPERATOR-ENTITLEMENT
                   PERFORM RECORD-OVERRIDE
               WHEN 'INIT'
                   PERFORM CHECK-OPERATOR-ENTITLEMENT
                   PERFORM INIT-BASELINES
               WHEN OTHER
                   DISPLAY "CFGCTL: unknown CFGCTL_ACTION value - use "
                       "CHECK, PENDING, REQUEST, APPROVE, OVERRIDE "
                       "or INIT"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       *> 會改動核定版或放行的動作要作業員授權；實際採用的代號
       *> 從 OA-OPERATOR 拿回來記日誌
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE WS-USER-ENV TO OA-OPERATOR
           MOVE 'CFGCTL' TO OA-PROGRAM
           MOVE WS-ACTION-ENV TO OA-ACTION
           MOVE WS-FILE-ENV TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "CFGCTL: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not "
                   FUNCTION TRIM(OA-ACTION) " - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OA-OPERATOR TO WS-USER-ENV.

       *> 夜間檢查：六份控制檔逐一跟核定版比
       NIGHTLY-CHECK.
           PERFORM LOAD-OVERRIDE
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'cfgctl_report_' WS-STAMP-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "CONTROL FILE CHANGE CHECK " WS-STAMP-TEXT
               "  baseline " FUNCTION TRIM(WS-BASE-DIR) "/"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM VARYING CF-IDX FROM 1 BY 1 UNTIL CF-IDX > 6
               MOVE CF-NAME(CF-IDX) TO CMP-NAME
               PERFORM COMPARE-TO-BASELINE
               PERFORM REPORT-ONE-FILE
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
               WHEN CTL-UNAPPROVED = 0
                   STRING "RESULT: all control files match their "
                       "approved baseline (" CTL-SAME " checked)"
                       DELIMITED BY SIZE INTO RPT-REC
                   MOVE 0 TO RETURN-CODE
               WHEN WS-OVERRIDE-SW = 'Y'
                   STRING "RESULT: " CTL-UNAPPROVED
                       " unapproved change(s) RUN UNDER OVERRIDE by "
                       FUNCTION TRIM(WS-OVERRIDE-USER) " - "
                       FUNCTION TRIM(WS-OVERRIDE-REASON)
                       DELIMITED BY SIZE INTO RPT-REC
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   STRING "RESULT: " CTL-UNAPPROVED
                       " unapproved change(s) - the night is held. "
                       "Approve (CFGCTL_ACTION=APPROVE), restore the "
                       "baseline copy, or OVERRIDE for tonight"
                       DELIMITED BY SIZE INTO RPT-REC
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE RPT-REC
           CLOSE RPT-FILE
           DISPLAY "CFGCTL: " FUNCTION TRIM(RPT-REC)
           DISPLAY "CFGCTL: report " FUNCTION TRIM(WS-RPT-FILE-NAME).

       REPORT-ONE-FILE.
           MOVE SPACES TO RPT-REC
           EVALUATE CMP-STATE
               WHEN 'SAME'
                   ADD 1 TO CTL-SAME
                   STRING FUNCTION TRIM(CMP-NAME) "  OK  "
                       "matches the approved baseline"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN 'ABSENT'
                   STRING FUNCTION TRIM(CMP-NAME) "  OK  "
                       "not in use (no file, no baseline)"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN OTHER
                   ADD 1 TO CTL-UNAPPROVED
                   PERFORM GET-FILE-OWNER
                   PERFORM FIND-PENDING-FOR-FILE
                   STRING FUNCTION TRIM(CMP-NAME) "  "
                       FUNCTION TRIM(CMP-STATE)
                       "  last modified " FUNCTION TRIM(CMP-MTIME)
                       " by " FUNCTION TRIM(CMP-OWNER)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
                   MOVE SPACES TO RPT-REC
                   IF CTL-PENDING-HIT > 0
                       STRING "    approval requested by "
                           FUNCTION TRIM(PEND-USER(PEND-IDX))
                           " at " FUNCTION TRIM(PEND-STAMP(PEND-IDX))
                           " - " FUNCTION TRIM(PEND-REASON(PEND-IDX))
                           " - NOT YET APPROVED"
                           DELIMITED BY SIZE INTO RPT-REC
                   ELSE
                       STRING "    no approval request on file"
                           DELIMITED BY SIZE INTO RPT-REC
                   END-IF
                   WRITE RPT-REC
                   PERFORM COPY-DIFF-TO-REPORT

                   MOVE CMP-NAME TO JRNL-FILE-NAME
                   MOVE 'DETECTED' TO JRNL-EVENT
                   MOVE CMP-OWNER TO JRNL-USER
                   MOVE SPACES TO JRNL-DETAIL
                   MOVE CMP-CUR-SIZE TO WS-SIZE-DISP
                   STRING FUNCTION TRIM(CMP-STATE) " modified "
                       FUNCTION TRIM(CMP-MTIME) " size "
                       FUNCTION TRIM(WS-SIZE-DISP) " checksum "
                       CMP-CUR-SUM
                       DELIMITED BY SIZE INTO JRNL-DETAIL
                   PERFORM WRITE-JOURNAL-LINE
                   IF WS-OVERRIDE-SW = 'Y'
                       MOVE 'OVERRIDDEN' TO JRNL-EVENT
                       MOVE WS-OVERRIDE-USER TO JRNL-USER
                       MOVE WS-OVERRIDE-REASON TO JRNL-DETAIL
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
           END-EVALUATE.

       *> 現行檔與核定版各算一次大小與檢查碼
       COMPARE-TO-BASELINE.
           MOVE SPACES TO CMP-BASE-NAME
           STRING FUNCTION TRIM(WS-BASE-DIR) '/'
               FUNCTION TRIM(CMP-NAME)
               DELIMITED BY SIZE INTO CMP-BASE-NAME
           MOVE CMP-NAME TO AS-FILE-NAME
           CALL 'ARCHSUM' USING AS-AREA
           IF AS-RESULT = '00'
               MOVE 'Y' TO CMP-CUR-EXISTS
               MOVE AS-SIZE TO CMP-CUR-SIZE
               MOVE AS-CHECKSUM TO CMP-CUR-SUM
           ELSE
               MOVE 'N' TO CMP-CUR-EXISTS
               MOVE 0 TO CMP-CUR-SIZE
               MOVE '(removed)' TO CMP-CUR-SUM
           END-IF
           MOVE CMP-BASE-NAME TO AS-FILE-NAME
           CALL 'ARCHSUM' USING AS-AREA
           IF AS-RESULT = '00'
               MOVE 'Y' TO CMP-BASE-EXISTS
               MOVE AS-SIZE TO CMP-BASE-SIZE
               MOVE AS-CHECKSUM TO CMP-BASE-SUM
           ELSE
               MOVE 'N' TO CMP-BASE-EXISTS
               MOVE 0 TO CMP-BASE-SIZE
               MOVE SPACES TO CMP-BASE-SUM
           END-IF
           EVALUATE TRUE
               WHEN CMP-CUR-EXISTS = 'N' AND CMP-BASE-EXISTS = 'N'
                   MOVE 'ABSENT' TO CMP-STATE
               WHEN CMP-BASE-EXISTS = 'N'
                   MOVE 'NO-BASELINE' TO CMP-STATE
               WHEN CMP-CUR-EXISTS = 'N'
                   MOVE 'REMOVED' TO CMP-STATE
               WHEN CMP-CUR-SIZE = CMP-BASE-SIZE
                    AND CMP-CUR-SUM = CMP-BASE-SUM
                   MOVE 'SAME' TO CMP-STATE
               WHEN OTHER
                   MOVE 'CHANGED' TO CMP-STATE
           END-EVALUATE.

       *> 檔案擁有者與最後修改時間（ls -l 第三、第六欄）
       GET-FILE-OWNER.
           MOVE '(unknown)' TO CMP-OWNER
           MOVE '(unknown)' TO CMP-MTIME
           IF CMP-CUR-EXISTS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'ls -ld --time-style=+%Y%m%d-%H%M%S '
               FUNCTION TRIM(CMP-NAME)
               ' > cfgctl_work.txt 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ WORK-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE SPACES TO LS-FIELD(1) LS-FIELD(2) LS-FIELD(3)
                       LS-FIELD(4) LS-FIELD(5) LS-FIELD(6)
                       LS-FIELD(7)
                   UNSTRING WORK-REC DELIMITED BY ALL SPACE
                       INTO LS-FIELD(1) LS-FIELD(2) LS-FIELD(3)
                            LS-FIELD(4) LS-FIELD(5) LS-FIELD(6)
                            LS-FIELD(7)
                   END-UNSTRING
                   IF LS-FIELD(3) NOT = SPACES
                       MOVE LS-FIELD(3) TO CMP-OWNER
                   END-IF
                   IF LS-FIELD(6) NOT = SPACES
                       MOVE LS-FIELD(6) TO CMP-MTIME
                   END-IF
           END-READ
           CLOSE WORK-FILE.

       *> diff 核定版 → 現行檔，前 100 行抄進報表
       COPY-DIFF-TO-REPORT.
           MOVE SPACES TO WS-COMMAND
           EVALUATE CMP-STATE
               WHEN 'CHANGED'
                   STRING 'diff ' FUNCTION TRIM(CMP-BASE-NAME) ' '
                       FUNCTION TRIM(CMP-NAME)
                       ' > cfgctl_work.txt 2>&1'
                       DELIMITED BY SIZE INTO WS-COMMAND
               WHEN 'NO-BASELINE'
                   STRING 'sed "s/^/> /" ' FUNCTION TRIM(CMP-NAME)
                       ' > cfgctl_work.txt 2>&1'
                       DELIMITED BY SIZE INTO WS-COMMAND
               WHEN OTHER
                   STRING 'sed "s/^/< /" '
                       FUNCTION TRIM(CMP-BASE-NAME)
                       ' > cfgctl_work.txt 2>&1'
                       DELIMITED BY SIZE INTO WS-COMMAND
           END-EVALUATE
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO DIFF-LINES
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ WORK-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO DIFF-LINES
                       IF DIFF-LINES <= 100
                           MOVE SPACES TO RPT-REC
                           STRING "      " WORK-REC
                               DELIMITED BY SIZE INTO RPT-REC
                           WRITE RPT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           IF DIFF-LINES > 100
               MOVE SPACES TO RPT-REC
               STRING "      ... " DIFF-LINES " diff lines in all"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.

       *> 當天的放行：cfg_override.txt「日期;作業員;原因」
       LOAD-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-SW
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ OVERRIDE-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE SPACES TO OV-DATE WS-OVERRIDE-USER
                       WS-OVERRIDE-REASON
                   UNSTRING OVERRIDE-REC DELIMITED BY ';'
                       INTO OV-DATE WS-OVERRIDE-USER
                            WS-OVERRIDE-REASON
                   END-UNSTRING
                   IF OV-DATE = WS-STAMP-DATE
                       MOVE 'Y' TO WS-OVERRIDE-SW
                   END-IF
           END-READ
           CLOSE OVERRIDE-FILE.

       RECORD-OVERRIDE.
           IF WS-REASON-ENV = SPACES
               DISPLAY "CFGCTL: CFGCTL_REASON is required to OVERRIDE"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OVERRIDE-FILE
           MOVE SPACES TO OVERRIDE-REC
           STRING WS-STAMP-DATE ";" FUNCTION TRIM(WS-USER-ENV) ";"
               FUNCTION TRIM(WS-REASON-ENV)
               DELIMITED BY SIZE INTO OVERRIDE-REC
           WRITE OVERRIDE-REC
           CLOSE OVERRIDE-FILE
           MOVE '*' TO JRNL-FILE-NAME
           MOVE 'OVERRIDE' TO JRNL-EVENT
           MOVE WS-USER-ENV TO JRNL-USER
           MOVE SPACES TO JRNL-DETAIL
           STRING "night of " WS-STAMP-DATE " - "
               FUNCTION TRIM(WS-REASON-ENV)
               DELIMITED BY SIZE INTO JRNL-DETAIL
           PERFORM WRITE-JOURNAL-LINE
           DISPLAY "CFGCTL: unapproved control-file changes will run "
               "tonight (" WS-STAMP-DATE ") under override by "
               FUNCTION TRIM(WS-USER-ENV).

       *> 申請：檔名要是受管制的控制檔、而且確實跟核定版不同
       REQUEST-APPROVAL.
           PERFORM VALIDATE-FILE-ENV
           IF CF-KNOWN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-REASON-ENV = SPACES
               DISPLAY "CFGCTL: CFGCTL_REASON is required to REQUEST"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FILE-ENV TO CMP-NAME
           PERFORM COMPARE-TO-BASELINE
           IF CMP-STATE = 'SAME' OR CMP-STATE = 'ABSENT'
               DISPLAY "CFGCTL: " FUNCTION TRIM(CMP-NAME)
                   " matches its approved baseline - nothing to "
                   "request"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE CMP-CUR-SIZE TO WS-SIZE-DISP
           MOVE SPACES TO PENDING-REC
           STRING FUNCTION TRIM(CMP-NAME) ";" CMP-CUR-SUM ";"
               FUNCTION TRIM(WS-SIZE-DISP) ";"
               FUNCTION TRIM(WS-USER-ENV) ";" WS-STAMP-TEXT ";"
               FUNCTION TRIM(WS-REASON-ENV)
               DELIMITED BY SIZE INTO PENDING-REC
           WRITE PENDING-REC
           CLOSE PENDING-FILE
           MOVE CMP-NAME TO JRNL-FILE-NAME
           MOVE 'REQUESTED' TO JRNL-EVENT
           MOVE WS-USER-ENV TO JRNL-USER
           MOVE SPACES TO JRNL-DETAIL
           STRING FUNCTION TRIM(CMP-STATE) " checksum " CMP-CUR-SUM
               " - " FUNCTION TRIM(WS-REASON-ENV)
               DELIMITED BY SIZE INTO JRNL-DETAIL
           PERFORM WRITE-JOURNAL-LINE
           DISPLAY "CFGCTL: change to " FUNCTION TRIM(CMP-NAME)
               " staged - awaiting approval by a second operator".

       VALIDATE-FILE-ENV.
           MOVE 'N' TO CF-KNOWN
           PERFORM VARYING CF-IDX FROM 1 BY 1 UNTIL CF-IDX > 6
               IF CF-NAME(CF-IDX) = WS-FILE-ENV
                   MOVE 'Y' TO CF-KNOWN
               END-IF
           END-PERFORM
           IF CF-KNOWN NOT = 'Y'
               DISPLAY "CFGCTL: CFGCTL_FILE must be one of "
                   "run_profiles.txt, chain_steps.txt, "
                   "thresholds.txt, retention_rules.txt, "
                   "holidays.txt, bundle_rules.txt"
               MOVE 12 TO RETURN-CODE
           END-IF.

       LOAD-PENDING.
           MOVE 0 TO PEND-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ PENDING-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PENDING-REC NOT = SPACES
                          AND PEND-COUNT < 200
                           ADD 1 TO PEND-COUNT
                           MOVE SPACES TO PEND-ENTRY(PEND-COUNT)
                           UNSTRING PENDING-REC DELIMITED BY ';'
                               INTO PEND-FILE(PEND-COUNT)
                                    PEND-SUM(PEND-COUNT)
                                    PEND-SIZE(PEND-COUNT)
                                    PEND-USER(PEND-COUNT)
                                    PEND-STAMP(PEND-COUNT)
                                    PEND-REASON(PEND-COUNT)
                           END-UNSTRING
                           MOVE 'Y' TO PEND-KEEP(PEND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       *> 夜間檢查報表上附註：這份檔有沒有人申請過（取最後一筆）
       FIND-PENDING-FOR-FILE.
           IF PEND-COUNT = 0
               PERFORM LOAD-PENDING
           END-IF
           MOVE 0 TO CTL-PENDING-HIT
           PERFORM VARYING PEND-IDX FROM PEND-COUNT BY -1
                   UNTIL PEND-IDX < 1 OR CTL-PENDING-HIT > 0
               IF PEND-FILE(PEND-IDX) = CMP-NAME
                   MOVE PEND-IDX TO CTL-PENDING-HIT
               END-IF
           END-PERFORM
           IF CTL-PENDING-HIT > 0
               MOVE CTL-PENDING-HIT TO PEND-IDX
           END-IF.

       LIST-PENDING.
           PERFORM LOAD-PENDING
           IF PEND-COUNT = 0
               DISPLAY "No pending control-file changes"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               DISPLAY FUNCTION TRIM(PEND-FILE(PEND-IDX))
                   "  requested by " FUNCTION TRIM(PEND-USER(PEND-IDX))
                   " at " FUNCTION TRIM(PEND-STAMP(PEND-IDX))
                   " - " FUNCTION TRIM(PEND-REASON(PEND-IDX))
               MOVE PEND-FILE(PEND-IDX) TO CMP-NAME
               PERFORM COMPARE-TO-BASELINE
               IF CMP-CUR-SUM NOT = PEND-SUM(PEND-IDX)
                   DISPLAY "    (changed again since the request - "
                       "approval will reject it as STALE)"
               END-IF
               MOVE SPACES TO WS-COMMAND
               STRING 'diff ' FUNCTION TRIM(CMP-BASE-NAME) ' '
                   FUNCTION TRIM(CMP-NAME) ' | sed "s/^/    /"'
                   DELIMITED BY SIZE INTO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

       *> 核可：申請人不能核可自己的申請；檔案還是申請那一版才收
       APPROVE-PENDING.
           IF WS-FILE-ENV NOT = SPACES
               PERFORM VALIDATE-FILE-ENV
               IF CF-KNOWN NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LOAD-PENDING
           IF PEND-COUNT = 0
               DISPLAY "No pending control-file changes to approve"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               IF WS-FILE-ENV = SPACES
                  OR PEND-FILE(PEND-IDX) = WS-FILE-ENV
                   PERFORM APPROVE-ONE-PENDING
               END-IF
           END-PERFORM

           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-COUNT
               IF PEND-KEEP(PEND-IDX) = 'Y'
                   MOVE SPACES TO PENDING-REC
                   STRING FUNCTION TRIM(PEND-FILE(PEND-IDX)) ";"
                       PEND-SUM(PEND-IDX) ";"
                       FUNCTION TRIM(PEND-SIZE(PEND-IDX)) ";"
                       FUNCTION TRIM(PEND-USER(PEND-IDX)) ";"
                       FUNCTION TRIM(PEND-STAMP(PEND-IDX)) ";"
                       FUNCTION TRIM(PEND-REASON(PEND-IDX))
                       DELIMITED BY SIZE INTO PENDING-REC
                   WRITE PENDING-REC
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE
           DISPLAY "CFGCTL: approved " CTL-APPROVED
               "  stale (re-request) " CTL-STALE
               "  held (own request) " CTL-HELD
           IF CTL-STALE > 0 OR CTL-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       APPROVE-ONE-PENDING.
           IF FUNCTION UPPER-CASE(PEND-USER(PEND-IDX)) =
              FUNCTION UPPER-CASE(WS-USER-ENV)
               ADD 1 TO CTL-HELD
               DISPLAY "Held (requester cannot approve own change): "
                   FUNCTION TRIM(PEND-FILE(PEND-IDX))
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO PEND-KEEP(PEND-IDX)
           MOVE PEND-FILE(PEND-IDX) TO CMP-NAME
           PERFORM COMPARE-TO-BASELINE
           MOVE CMP-NAME TO JRNL-FILE-NAME
           MOVE WS-USER-ENV TO JRNL-USER
           MOVE SPACES TO JRNL-DETAIL
           IF CMP-CUR-SUM NOT = PEND-SUM(PEND-IDX)
               ADD 1 TO CTL-STALE
               MOVE 'STALE' TO JRNL-EVENT
               STRING "requested by " FUNCTION TRIM(PEND-USER(PEND-IDX))
                   " as " PEND-SUM(PEND-IDX) " but now " CMP-CUR-SUM
                   " - rejected, request again"
                   DELIMITED BY SIZE INTO JRNL-DETAIL
               PERFORM WRITE-JOURNAL-LINE
               DISPLAY "Stale (changed after the request): "
                   FUNCTION TRIM(CMP-NAME) " - request again"
               EXIT PARAGRAPH
           END-IF
           PERFORM PROMOTE-TO-BASELINE
           ADD 1 TO CTL-APPROVED
           MOVE 'APPROVED' TO JRNL-EVENT
           STRING "requested by " FUNCTION TRIM(PEND-USER(PEND-IDX))
               " at " FUNCTION TRIM(PEND-STAMP(PEND-IDX))
               " checksum " PEND-SUM(PEND-IDX) " - "
               FUNCTION TRIM(PEND-REASON(PEND-IDX))
               DELIMITED BY SIZE INTO JRNL-DETAIL
           PERFORM WRITE-JOURNAL-LINE
           DISPLAY "Approved: " FUNCTION TRIM(CMP-NAME)
               " is the new baseline".

       *> 現行檔收成核定版（檔案被刪掉的申請就刪核定版）
       PROMOTE-TO-BASELINE.
           MOVE SPACES TO WS-COMMAND
           IF CMP-CUR-EXISTS = 'Y'
               STRING 'mkdir -p ' FUNCTION TRIM(WS-BASE-DIR)
                   ' && cp -p ' FUNCTION TRIM(CMP-NAME) ' '
                   FUNCTION TRIM(CMP-BASE-NAME)
                   DELIMITED BY SIZE INTO WS-COMMAND
           ELSE
               STRING 'rm -f ' FUNCTION TRIM(CMP-BASE-NAME)
                   DELIMITED BY SIZE INTO WS-COMMAND
           END-IF
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE.

       *> 第一次導入：還沒有核定版的控制檔照現況收
       INIT-BASELINES.
           PERFORM VARYING CF-IDX FROM 1 BY 1 UNTIL CF-IDX > 6
               MOVE CF-NAME(CF-IDX) TO CMP-NAME
               PERFORM COMPARE-TO-BASELINE
               IF CMP-STATE = 'NO-BASELINE'
                   PERFORM PROMOTE-TO-BASELINE
                   ADD 1 TO CTL-BASELINED
                   MOVE CMP-NAME TO JRNL-FILE-NAME
                   MOVE 'BASELINED' TO JRNL-EVENT
                   MOVE WS-USER-ENV TO JRNL-USER
                   MOVE CMP-CUR-SIZE TO WS-SIZE-DISP
                   MOVE SPACES TO JRNL-DETAIL
                   STRING "initial baseline size "
                       FUNCTION TRIM(WS-SIZE-DISP) " checksum "
                       CMP-CUR-SUM
                       DELIMITED BY SIZE INTO JRNL-DETAIL
                   PERFORM WRITE-JOURNAL-LINE
                   DISPLAY "Baselined " FUNCTION TRIM(CMP-NAME)
               END-IF
           END-PERFORM
           DISPLAY "CFGCTL: " CTL-BASELINED " control file(s) "
               "baselined; files that already had a baseline were "
               "left alone".

       WRITE-JOURNAL-LINE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO JOURNAL-REC
           STRING WS-STAMP-TEXT ";" FUNCTION TRIM(JRNL-FILE-NAME) ";"
               FUNCTION TRIM(JRNL-EVENT) ";"
               FUNCTION TRIM(JRNL-USER) ";"
               FUNCTION TRIM(JRNL-DETAIL)
               DELIMITED BY SIZE INTO JOURNAL-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'cfg_journal.txt' TO LC-LOG-NAME
           MOVE JOURNAL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE.
