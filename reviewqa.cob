       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVIEWQA.
      *> 覆核品質盲測：DECANAL 看得到每個覆核員做了多少，看不到
      *> 做得對不對。這支從某天的決議檔抽樣、交給第二位覆核員
      *> 盲測重做，比對兩人的結果算一致率，不一致的交主管裁決，
      *> 裁決推翻原處置的再經 REVIEWAPPLY 改回去。
      *>   REVIEWQA_ACTION = SAMPLE | REPORT（預設）| ADJUDICATE
      *>   REVIEWQA_DATE   = 原決議那天 YYYYMMDD（預設今天），以下
      *>                     檔名的 YYYYMMDD 都是這天
      *> SAMPLE：讀 review_decisions_YYYYMMDD.txt，每個覆核員做完
      *>   （A/C，跳過的不算）的件每 N 件抽 1 件（N = 100 ÷
      *>   REVIEWQA_PCT 四捨五入，預設 10%，每人至少抽第 1 件，
      *>   重跑同一份決議抽到的件一模一樣）。抽到的件：
      *>     qa_queue_YYYYMMDD.txt   原始佇列列（不含任何處置）
      *>     qa_assign_YYYYMMDD.txt  派給 reviewers.txt 上的另一位
      *>                             覆核員（REVIEWQA_LIST 可覆寫；
      *>                             輪流派，略過原覆核員與沒有那個
      *>                             國家 REVIEWQ:QA 權限的人）
      *>     qa_sample_YYYYMMDD.txt  第一位的處置與修正，只給本程式
      *>                             讀（SAMPLE;件號;鍵值;原覆核員;
      *>                             處置;國家;複核員 與 FIRST;件號;
      *>                             欄位;值）
      *>   第二位用 REVIEWQ_MODE=QA REVIEWQ_QA_DATE=YYYYMMDD 開件，
      *>   決議寫到 qa_decisions_YYYYMMDD.txt。已經抽過的日子要
      *>   REVIEWQA_FORCE=Y 才重抽（已做的複核會對不上）。
      *> REPORT：比對兩人的結果 - 兩人改過的欄位逐欄比最後的值
      *>   （沒改的欄位用佇列上的原值），全部相同才算一致；處置碼
      *>   不同但結果一樣（例如修正成原值）也算一致。複核員跳過的
      *>   件不列入。一致率依原覆核員、欄位、國家三種分組，報表
      *>   qa_agreement_YYYYMMDD.txt。不一致的件進主管裁決檔
      *>   qa_adjudication_YYYYMMDD.txt（件號;鍵值;原覆核員;複核員;
      *>   國家;狀態;裁決人;裁決結果;時間），狀態 PENDING /
      *>   UPHELD（維持原處置）/ REVERSED（推翻）。還有 PENDING 的
      *>   RC=4。
      *> ADJUDICATE：主管（REVIEWQA_USER，要有 REVIEWQA:ADJUDICATE
      *>   權限、不能是該件的任一位覆核員）逐件看兩人的處置與修正，
      *>   鍵 1 = 原處置對、2 = 複核員對、C = 自己修正（逐行鍵
      *>   「欄位=值」）、S = 跳過、Q = 離開。結果跟原處置不同就是
      *>   REVERSED，把兩邊動過的欄位以裁決結果寫成修正行追加到
      *>   qa_reversals_YYYYMMDD.txt（決議檔版面），再用
      *>     REVIEWAPPLY_DECISION_FILE=qa_reversals_YYYYMMDD.txt
      *>     REVIEWAPPLY_IN_FILE=corrected_YYYYMMDD.csv
      *>   跑 REVIEWAPPLY 改回輸出檔與地址主檔。
      *> SAMPLE 要 REVIEWQA:SAMPLE 權限（重抽要 REVIEWQA:FORCE）。
      *> ADDR_ENTITY（預設 BANK）指定法人：讀的決議/佇列、寫的
      *> qa_ 檔一律掛「代碼_」前綴（跟 REVIEWQ、REVIEWAPPLY 一致）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEC-FILE ASSIGN TO DYNAMIC WS-DEC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT RV-FILE ASSIGN TO DYNAMIC WS-RV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT SMP-FILE ASSIGN TO DYNAMIC WS-SMP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMP-STATUS.
           SELECT QQ-FILE ASSIGN TO DYNAMIC WS-QQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QQ-STATUS.
           SELECT QASGN-FILE ASSIGN TO DYNAMIC WS-QASGN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QD-FILE ASSIGN TO DYNAMIC WS-QD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QD-STATUS.
           SELECT ADJ-FILE ASSIGN TO DYNAMIC WS-ADJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REV-FILE ASSIGN TO DYNAMIC WS-REV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEC-FILE.
       01  DEC-REC         PIC X(200).
       FD  QUEUE-FILE.
       01  QUEUE-REC       PIC X(5000).
       FD  RV-FILE.
       01  RV-REC          PIC X(200).
       FD  SMP-FILE.
       01  SMP-REC         PIC X(250).
       FD  QQ-FILE.
       01  QQ-REC          PIC X(5000).
       FD  QASGN-FILE.
       01  QASGN-REC       PIC X(200).
       FD  QD-FILE.
       01  QD-REC          PIC X(200).
       FD  ADJ-FILE.
       01  ADJ-REC         PIC X(250).
       FD  REV-FILE.
       01  REV-REC         PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-STAMP             PIC X(14).
       01 WS-QA-DATE           PIC X(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ACTION-ENV        PIC X(12).
       01 WS-FORCE-ENV         PIC X(5).
       01 WS-USER-ENV          PIC X(20).
       01 WS-PCT               PIC 9(3) VALUE 10.
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-EVERY             PIC 9(3).
       01 WS-DEC-FILE-NAME     PIC X(100).
       01 WS-DEC-STATUS        PIC XX.
       01 WS-QUEUE-FILE-NAME   PIC X(100).
       01 WS-QUEUE-STATUS      PIC XX.
       01 WS-RV-FILE-NAME      PIC X(100).
       01 WS-RV-STATUS         PIC XX.
       01 WS-SMP-FILE-NAME     PIC X(100).
       01 WS-SMP-STATUS        PIC XX.
       01 WS-QQ-FILE-NAME      PIC X(100).
       01 WS-QQ-STATUS         PIC XX.
       01 WS-QASGN-FILE-NAME   PIC X(100).
       01 WS-QD-FILE-NAME      PIC X(100).
       01 WS-QD-STATUS         PIC XX.
       01 WS-ADJ-FILE-NAME     PIC X(100).
       01 WS-ADJ-STATUS        PIC XX.
       01 WS-REV-FILE-NAME     PIC X(100).
       01 WS-REV-STATUS        PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WS-QUIT-SW           PIC X VALUE 'N'.
       01 WS-DONE-SW           PIC X.
       01 WS-ITEM-NO           PIC 9(4).
       01 WS-ITEM-X            PIC X(8).
       01 WS-DISP              PIC X(10).
       01 WS-CORRECTION        PIC X(120).
       01 WS-ITEM-KEY          PIC X(100).
       01 WS-ADJ-LOADED        PIC X VALUE 'N'.
       01 WS-RATE              PIC ZZ9.9.
       01 WS-RATE-CALC         PIC 999V9.
       01 WS-NUM-DISP          PIC ZZZZ9.
       01 WS-NUM-DISP2         PIC ZZZZ9.
       01 WS-NUM-DISP3         PIC ZZZZ9.

       *> 決議行 / 抽樣檔行拆欄
       01 DX-TYPE              PIC X(10).
       01 DX-KEY               PIC X(100).
       01 DX-F3                PIC X(100).
       01 DX-F4                PIC X(100).
       01 DX-F5                PIC X(30).
       01 DX-F6                PIC X(30).
       01 DX-F7                PIC X(20).
       01 DX-F8                PIC X(10).
       01 DX-F9                PIC X(14).

       *> 抽到的件（SM 序號在 SAMPLE 是抽樣順序，其他動作等於件號）
       01 SM-COUNT             PIC 9(4) VALUE 0.
       01 SM-TABLE.
           05 SM-ENTRY OCCURS 2000 TIMES.
               10 SM-KEY           PIC X(100).
               10 SM-FIRST         PIC X(20).
               10 SM-FIRST-DISP    PIC X(10).
               10 SM-COUNTRY       PIC X(30).
               10 SM-SECOND        PIC X(20).
               10 SM-SECOND-DISP   PIC X(10).
               10 SM-ITEM          PIC 9(4).
               10 SM-RESULT        PIC X(10).
               10 SM-ADJ-STATE     PIC X(10).
               10 SM-ADJ-BY        PIC X(20).
               10 SM-ADJ-OUTCOME   PIC X(10).
               10 SM-ADJ-STAMP     PIC X(14).
       01 SM-IDX               PIC 9(4).
       01 SM-FOUND             PIC 9(4).
       01 ITEM-MAP.
           05 ITEM-SM OCCURS 2000 TIMES PIC 9(4).

       *> 修正行：F = 原覆核員  S = 複核員  A = 主管裁決
       01 CR-COUNT             PIC 9(4) VALUE 0.
       01 CR-TABLE.
           05 CR-ENTRY OCCURS 8000 TIMES.
               10 CR-SM            PIC 9(4).
               10 CR-WHO           PIC X.
               10 CR-FIELD         PIC X(20).
               10 CR-VALUE         PIC X(100).
       01 CR-IDX               PIC 9(4).
       01 CR-FULL              PIC X VALUE 'N'.

       *> 覆核員名單與輪派
       01 RV-COUNT             PIC 9(2) VALUE 0.
       01 RV-TABLE.
           05 RV-ENTRY OCCURS 50 TIMES.
               10 RV-ID            PIC X(20).
               10 RV-COUNTRY       PIC X(50).
       01 RV-IDX               PIC 9(2).
       01 RV-NEXT              PIC 9(2) VALUE 1.
       01 RV-TRIES             PIC 9(2).
       01 RV-PICK              PIC 9(2).
       01 RV-EOF               PIC X VALUE 'N'.

       *> 原覆核員：SAMPLE 用來數件數，REPORT 用來算一致率
       01 FR-COUNT             PIC 9(2) VALUE 0.
       01 FR-TABLE.
           05 FR-ENTRY OCCURS 50 TIMES.
               10 FR-ID            PIC X(20).
               10 FR-SEEN          PIC 9(5).
               10 FR-SAMPLED       PIC 9(5).
               10 FR-COMPARED      PIC 9(5).
               10 FR-AGREED        PIC 9(5).
       01 FR-IDX               PIC 9(2).
       01 FR-FOUND             PIC 9(2).

       *> 欄位別（跟佇列欄位一對一）與國家別
       01 FS-TABLE.
           05 FS-ENTRY OCCURS 29 TIMES.
               10 FS-COMPARED      PIC 9(5).
               10 FS-AGREED        PIC 9(5).
       01 CS-COUNT             PIC 9(2) VALUE 0.
       01 CS-TABLE.
           05 CS-ENTRY OCCURS 60 TIMES.
               10 CS-NAME          PIC X(30).
               10 CS-COMPARED      PIC 9(5).
               10 CS-AGREED        PIC 9(5).
       01 CS-IDX               PIC 9(2).
       01 CS-FOUND             PIC 9(2).

       *> 逐欄比對
       01 CMP-WHO              PIC X.
       01 CMP-VALUE            PIC X(200).
       01 CMP-HIT              PIC X.
       01 CMP-FIRST            PIC X(200).
       01 CMP-OTHER            PIC X(200).
       01 CMP-TOUCHED          PIC X.
       01 CMP-OTHER-WHO        PIC X.
       01 CMP-ALL-AGREE        PIC X.

       01 CTL-SAMPLED          PIC 9(5) VALUE 0.
       01 CTL-NO-SECOND        PIC 9(5) VALUE 0.
       01 CTL-NOT-IN-QUEUE     PIC 9(5) VALUE 0.
       01 CTL-COMPARED         PIC 9(5) VALUE 0.
       01 CTL-AGREED           PIC 9(5) VALUE 0.
       01 CTL-SKIPPED          PIC 9(5) VALUE 0.
       01 CTL-NOT-DONE         PIC 9(5) VALUE 0.
       01 CTL-PENDING          PIC 9(5) VALUE 0.
       01 CTL-UPHELD           PIC 9(5) VALUE 0.
       01 CTL-REVERSED         PIC 9(5) VALUE 0.

       01 COL-IDX              PIC 9(4).
       01 COL-NAME             PIC X(20).
       01 CSV-FIELDS.
           05 CSV-CHINESE      PIC X(500).
           05 CSV-ORIGINAL     PIC X(500).
           05 CSV-COL OCCURS 29 TIMES PIC X(200).
           05 CSV-CONCAT       PIC X(500).
           05 CSV-SCORE        PIC X(6).
           05 CSV-ACCOUNT-ID   PIC X(30).
           05 CSV-LANDMARK     PIC X(200).

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME8 FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-RUN-DATE WS-TIME8(1:6)
               DELIMITED BY SIZE INTO WS-STAMP
           MOVE SPACES TO WS-ACTION-ENV
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT 'REVIEWQA_ACTION'
           MOVE FUNCTION UPPER-CASE(WS-ACTION-ENV) TO WS-ACTION-ENV
           IF WS-ACTION-ENV = SPACES
               MOVE 'REPORT' TO WS-ACTION-ENV
           END-IF
           MOVE SPACES TO WS-FORCE-ENV
           ACCEPT WS-FORCE-ENV FROM ENVIRONMENT 'REVIEWQA_FORCE'
           MOVE FUNCTION UPPER-CASE(WS-FORCE-ENV) TO WS-FORCE-ENV
           MOVE SPACES TO WS-USER-ENV
           ACCEPT WS-USER-ENV FROM ENVIRONMENT 'REVIEWQA_USER'
           MOVE WS-RUN-DATE TO WS-QA-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQA_DATE'
           IF WS-ENV-VALUE NOT = SPACES
               IF WS-ENV-VALUE(1:8) IS NUMERIC
                   MOVE WS-ENV-VALUE(1:8) TO WS-QA-DATE
               ELSE
                   DISPLAY "REVIEWQA: REVIEWQA_DATE must be YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQA_PCT'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-PCT
           END-IF
           IF WS-PCT = 0 OR WS-PCT > 100
               MOVE 10 TO WS-PCT
           END-IF
           PERFORM INIT-FILE-NAMES

           EVALUATE WS-ACTION-ENV
               WHEN 'SAMPLE'
                   PERFORM DO-SAMPLE
               WHEN 'REPORT'
                   PERFORM DO-REPORT
               WHEN 'ADJUDICATE'
                   PERFORM DO-ADJUDICATE
               WHEN OTHER
                   DISPLAY "REVIEWQA: REVIEWQA_ACTION must be SAMPLE,"
                       " REPORT or ADJUDICATE"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       INIT-FILE-NAMES.
           PERFORM INIT-ENTITY
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_decisions_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-DEC-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'REVIEWQA_DECISION_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEC-FILE-NAME
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_queue_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-QUEUE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQA_QUEUE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-QUEUE-FILE-NAME
           END-IF
           MOVE 'reviewers.txt' TO WS-RV-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REVIEWQA_LIST'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RV-FILE-NAME
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'qa_sample_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SMP-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'qa_queue_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-QQ-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'qa_assign_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-QASGN-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'qa_decisions_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-QD-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'qa_adjudication_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ADJ-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'qa_reversals_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REV-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'qa_agreement_' WS-QA-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "REVIEWQA: ADDR_ENTITY must be at most 4 "
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

       *> 作業員授權表（OA-ACTION 由呼叫端先放好）
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE WS-USER-ENV TO OA-OPERATOR
           MOVE 'REVIEWQA' TO OA-PROGRAM
           MOVE WS-QA-DATE TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "REVIEWQA: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not "
                   FUNCTION TRIM(OA-ACTION) " - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OA-OPERATOR TO WS-USER-ENV.

      *>==========================================================
      *> SAMPLE
      *>==========================================================
       DO-SAMPLE.
           MOVE SPACES TO OA-AREA
           IF WS-FORCE-ENV = 'Y'
               MOVE 'FORCE' TO OA-ACTION
           ELSE
               MOVE 'SAMPLE' TO OA-ACTION
           END-IF
           PERFORM CHECK-OPERATOR-ENTITLEMENT

           OPEN INPUT SMP-FILE
           IF WS-SMP-STATUS = '00'
               CLOSE SMP-FILE
               IF WS-FORCE-ENV NOT = 'Y'
                   DISPLAY "REVIEWQA: " FUNCTION TRIM(WS-SMP-FILE-NAME)
                       " already exists - set REVIEWQA_FORCE=Y to "
                       "resample (second reviews done so far no "
                       "longer match)"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOAD-REVIEWERS
           IF RV-COUNT < 2
               DISPLAY "REVIEWQA: " FUNCTION TRIM(WS-RV-FILE-NAME)
                   " needs at least two reviewers for a second review"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EVERY ROUNDED = 100 / WS-PCT
           IF WS-EVERY = 0
               MOVE 1 TO WS-EVERY
           END-IF
           OPEN INPUT DEC-FILE
           IF WS-DEC-STATUS NOT = '00'
               DISPLAY "REVIEWQA: cannot open decision file "
                   FUNCTION TRIM(WS-DEC-FILE-NAME)
                   " (status " WS-DEC-STATUS ")"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DEC-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END PERFORM SAMPLE-DECISION-LINE
               END-READ
           END-PERFORM
           CLOSE DEC-FILE

           PERFORM WRITE-QA-QUEUE
           PERFORM WRITE-SAMPLE-FILE

           DISPLAY "REVIEWQA: " CTL-SAMPLED " decision(s) sampled ("
               WS-PCT "%) from " FUNCTION TRIM(WS-DEC-FILE-NAME)
               " - second review with REVIEWQ_MODE=QA "
               "REVIEWQ_QA_DATE=" WS-QA-DATE
           IF CTL-NOT-IN-QUEUE > 0 OR CTL-NO-SECOND > 0
               DISPLAY "REVIEWQA: " CTL-NOT-IN-QUEUE
                   " sampled key(s) not found in "
                   FUNCTION TRIM(WS-QUEUE-FILE-NAME) ", "
                   CTL-NO-SECOND " with no entitled second reviewer"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-REVIEWERS.
           OPEN INPUT RV-FILE
           IF WS-RV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RV-EOF = 'Y'
               READ RV-FILE
                   AT END MOVE 'Y' TO RV-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RV-REC) NOT = SPACES
                          AND RV-REC(1:1) NOT = '*'
                          AND RV-COUNT < 50
                           ADD 1 TO RV-COUNT
                           MOVE SPACES TO RV-ID(RV-COUNT)
                               RV-COUNTRY(RV-COUNT)
                           UNSTRING RV-REC DELIMITED BY ';'
                               INTO RV-ID(RV-COUNT)
                                    RV-COUNTRY(RV-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RV-FILE.

       *> DECISION 行數件數、每 N 件抽 1；抽到的件後面跟著的
       *> CORRECT 行一併收下
       SAMPLE-DECISION-LINE.
           MOVE SPACES TO DX-TYPE DX-KEY DX-F3 DX-F4
           UNSTRING DEC-REC DELIMITED BY ';'
               INTO DX-TYPE DX-KEY DX-F3 DX-F4
           END-UNSTRING
           EVALUATE DX-TYPE
               WHEN 'DECISION'
                   IF DX-F3 = 'ACCEPT' OR DX-F3 = 'CORRECT'
                       PERFORM CONSIDER-DECISION
                   END-IF
               WHEN 'CORRECT'
                   PERFORM FIND-SAMPLE-BY-KEY
                   IF SM-FOUND > 0
                       MOVE 'F' TO CMP-WHO
                       PERFORM STORE-CORRECTION
                   END-IF
           END-EVALUATE.

       CONSIDER-DECISION.
           PERFORM FIND-SAMPLE-BY-KEY
           IF SM-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           MOVE DX-F4(1:20) TO DX-F7
           PERFORM FIND-FIRST-REVIEWER
           IF FR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FR-SEEN(FR-FOUND)
           IF FUNCTION MOD(FR-SEEN(FR-FOUND) - 1, WS-EVERY) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF SM-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SM-COUNT
           MOVE DX-KEY TO SM-KEY(SM-COUNT)
           MOVE DX-F7 TO SM-FIRST(SM-COUNT)
           MOVE DX-F3 TO SM-FIRST-DISP(SM-COUNT)
           MOVE SPACES TO SM-COUNTRY(SM-COUNT) SM-SECOND(SM-COUNT)
               SM-SECOND-DISP(SM-COUNT)
           MOVE 0 TO SM-ITEM(SM-COUNT)
           ADD 1 TO FR-SAMPLED(FR-FOUND).

       FIND-SAMPLE-BY-KEY.
           MOVE 0 TO SM-FOUND
           PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > SM-COUNT OR SM-FOUND > 0
               IF SM-KEY(SM-IDX) = DX-KEY
                   MOVE SM-IDX TO SM-FOUND
               END-IF
           END-PERFORM.

       *> DX-F7 = 原覆核員代號；表裡沒有就新增
       FIND-FIRST-REVIEWER.
           MOVE 0 TO FR-FOUND
           PERFORM VARYING FR-IDX FROM 1 BY 1
                   UNTIL FR-IDX > FR-COUNT OR FR-FOUND > 0
               IF FR-ID(FR-IDX) = DX-F7
                   MOVE FR-IDX TO FR-FOUND
               END-IF
           END-PERFORM
           IF FR-FOUND = 0 AND FR-COUNT < 50
               ADD 1 TO FR-COUNT
               MOVE FR-COUNT TO FR-FOUND
               MOVE DX-F7 TO FR-ID(FR-FOUND)
               MOVE 0 TO FR-SEEN(FR-FOUND) FR-SAMPLED(FR-FOUND)
                   FR-COMPARED(FR-FOUND) FR-AGREED(FR-FOUND)
           END-IF.

       *> 修正行進表：SM-FOUND 那一件、CMP-WHO 那一方，欄位在
       *> DX-F3、值在 DX-F4
       STORE-CORRECTION.
           IF CR-COUNT >= 8000
               IF CR-FULL = 'N'
                   DISPLAY "REVIEWQA: more than 8000 correction lines"
                       " - later ones not compared"
                   MOVE 'Y' TO CR-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CR-COUNT
           MOVE SM-FOUND TO CR-SM(CR-COUNT)
           MOVE CMP-WHO TO CR-WHO(CR-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DX-F3))
               TO CR-FIELD(CR-COUNT)
           MOVE DX-F4 TO CR-VALUE(CR-COUNT).

       *> 照佇列順序把抽到的件另存成 QA 佇列並派給第二位
       WRITE-QA-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "REVIEWQA: cannot open queue file "
                   FUNCTION TRIM(WS-QUEUE-FILE-NAME)
                   " (status " WS-QUEUE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QQ-FILE QASGN-FILE
           MOVE 0 TO WS-ITEM-NO
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(QUEUE-REC) NOT = SPACES
                           PERFORM QUEUE-ONE-SAMPLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE QQ-FILE QASGN-FILE
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT
               IF SM-ITEM(SM-IDX) = 0
                   ADD 1 TO CTL-NOT-IN-QUEUE
               END-IF
           END-PERFORM.

       QUEUE-ONE-SAMPLE.
           MOVE QUEUE-REC TO QQ-REC
           PERFORM SPLIT-QUEUE-ROW
           MOVE WS-ITEM-KEY TO DX-KEY
           PERFORM FIND-SAMPLE-BY-KEY
           IF SM-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF SM-ITEM(SM-FOUND) > 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(CSV-COL(21)) TO SM-COUNTRY(SM-FOUND)
           PERFORM PICK-SECOND-REVIEWER
           IF RV-PICK = 0
               ADD 1 TO CTL-NO-SECOND
               MOVE 9999 TO SM-ITEM(SM-FOUND)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-NO CTL-SAMPLED
           MOVE WS-ITEM-NO TO SM-ITEM(SM-FOUND)
           MOVE SM-FOUND TO ITEM-SM(WS-ITEM-NO)
           MOVE RV-ID(RV-PICK) TO SM-SECOND(SM-FOUND)
           WRITE QQ-REC
           MOVE SPACES TO QASGN-REC
           STRING WS-ITEM-NO ";" FUNCTION TRIM(WS-ITEM-KEY) ";"
               FUNCTION TRIM(RV-ID(RV-PICK)) ";UNCLAIMED"
               DELIMITED BY SIZE INTO QASGN-REC
           WRITE QASGN-REC.

       *> 輪流派：跳過原覆核員、跳過沒有這個國家 REVIEWQ:QA 權限
       *> 的人；整圈都不行 RV-PICK = 0
       PICK-SECOND-REVIEWER.
           MOVE 0 TO RV-PICK RV-TRIES
           PERFORM UNTIL RV-PICK > 0 OR RV-TRIES >= RV-COUNT
               ADD 1 TO RV-TRIES
               MOVE RV-NEXT TO RV-IDX
               ADD 1 TO RV-NEXT
               IF RV-NEXT > RV-COUNT
                   MOVE 1 TO RV-NEXT
               END-IF
               IF RV-ID(RV-IDX) NOT = SM-FIRST(SM-FOUND)
                   MOVE SPACES TO OA-AREA
                   MOVE RV-ID(RV-IDX) TO OA-OPERATOR
                   MOVE 'REVIEWQ' TO OA-PROGRAM
                   MOVE 'QA' TO OA-ACTION
                   MOVE SM-COUNTRY(SM-FOUND) TO OA-COUNTRY
                   MOVE 'N' TO OA-LOG-SW
                   CALL 'OPERAUTH' USING OA-AREA
                   IF OA-IS-GRANTED
                       MOVE RV-IDX TO RV-PICK
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SAMPLE-FILE.
           OPEN OUTPUT SMP-FILE
           PERFORM VARYING WS-ITEM-NO FROM 1 BY 1
                   UNTIL WS-ITEM-NO > CTL-SAMPLED
               MOVE ITEM-SM(WS-ITEM-NO) TO SM-IDX
               MOVE SPACES TO SMP-REC
               STRING "SAMPLE;" WS-ITEM-NO ";"
                   FUNCTION TRIM(SM-KEY(SM-IDX)) ";"
                   FUNCTION TRIM(SM-FIRST(SM-IDX)) ";"
                   FUNCTION TRIM(SM-FIRST-DISP(SM-IDX)) ";"
                   FUNCTION TRIM(SM-COUNTRY(SM-IDX)) ";"
                   FUNCTION TRIM(SM-SECOND(SM-IDX))
                   DELIMITED BY SIZE INTO SMP-REC
               WRITE SMP-REC
               PERFORM VARYING CR-IDX FROM 1 BY 1
                       UNTIL CR-IDX > CR-COUNT
                   IF CR-SM(CR-IDX) = SM-IDX
                       MOVE SPACES TO SMP-REC
                       STRING "FIRST;" WS-ITEM-NO ";"
                           FUNCTION TRIM(CR-FIELD(CR-IDX)) ";"
                           FUNCTION TRIM(CR-VALUE(CR-IDX))
                           DELIMITED BY SIZE INTO SMP-REC
                       WRITE SMP-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SMP-FILE.

      *>==========================================================
      *> REPORT
      *>==========================================================
       DO-REPORT.
           PERFORM LOAD-SAMPLE-FILE
           PERFORM LOAD-QA-DECISIONS
           PERFORM LOAD-ADJUDICATIONS
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 29
               MOVE 0 TO FS-COMPARED(COL-IDX) FS-AGREED(COL-IDX)
           END-PERFORM

           *> QA 佇列第 n 列就是第 n 件，原值從這裡取
           OPEN INPUT QQ-FILE
           IF WS-QQ-STATUS NOT = '00'
               DISPLAY "REVIEWQA: cannot open QA queue file "
                   FUNCTION TRIM(WS-QQ-FILE-NAME)
                   " (status " WS-QQ-STATUS ")"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ITEM-NO
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ QQ-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-NO
                       IF WS-ITEM-NO <= SM-COUNT
                           MOVE QQ-REC TO QUEUE-REC
                           PERFORM SPLIT-QUEUE-ROW
                           MOVE WS-ITEM-NO TO SM-IDX
                           PERFORM COMPARE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QQ-FILE

           PERFORM REWRITE-ADJUDICATIONS
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-REVIEWER-SECTION
           PERFORM WRITE-FIELD-SECTION
           PERFORM WRITE-COUNTRY-SECTION
           PERFORM WRITE-DISAGREE-SECTION
           CLOSE RPT-FILE

           DISPLAY "REVIEWQA: " CTL-COMPARED " of " SM-COUNT
               " sampled item(s) second-reviewed, " CTL-AGREED
               " agreed, " CTL-PENDING " awaiting adjudication - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-PENDING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-SAMPLE-FILE.
           OPEN INPUT SMP-FILE
           IF WS-SMP-STATUS NOT = '00'
               DISPLAY "REVIEWQA: no sample file "
                   FUNCTION TRIM(WS-SMP-FILE-NAME)
                   " - run REVIEWQA_ACTION=SAMPLE first"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SMP-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END PERFORM STORE-SAMPLE-LINE
               END-READ
           END-PERFORM
           CLOSE SMP-FILE.

       STORE-SAMPLE-LINE.
           MOVE SPACES TO DX-TYPE WS-ITEM-X DX-KEY DX-F3 DX-F4 DX-F5
               DX-F6
           IF SMP-REC(1:6) = 'FIRST;'
               UNSTRING SMP-REC DELIMITED BY ';'
                   INTO DX-TYPE WS-ITEM-X DX-F3 DX-F4
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-ITEM-X) TO SM-FOUND
               IF SM-FOUND > 0 AND SM-FOUND <= SM-COUNT
                   MOVE 'F' TO CMP-WHO
                   PERFORM STORE-CORRECTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SMP-REC(1:7) NOT = 'SAMPLE;' OR SM-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           UNSTRING SMP-REC DELIMITED BY ';'
               INTO DX-TYPE WS-ITEM-X DX-KEY DX-F3 DX-F4 DX-F5 DX-F6
           END-UNSTRING
           ADD 1 TO SM-COUNT
           MOVE DX-KEY TO SM-KEY(SM-COUNT)
           MOVE DX-F3 TO SM-FIRST(SM-COUNT)
           MOVE DX-F4 TO SM-FIRST-DISP(SM-COUNT)
           MOVE DX-F5 TO SM-COUNTRY(SM-COUNT)
           MOVE DX-F6 TO SM-SECOND(SM-COUNT)
           MOVE SPACES TO SM-SECOND-DISP(SM-COUNT)
               SM-RESULT(SM-COUNT) SM-ADJ-STATE(SM-COUNT)
               SM-ADJ-BY(SM-COUNT) SM-ADJ-OUTCOME(SM-COUNT)
               SM-ADJ-STAMP(SM-COUNT)
           MOVE SM-COUNT TO SM-ITEM(SM-COUNT).

       *> 第二位的決議：同一件做了兩次以最後一次為準（前一次的
       *> 修正行作廢）
       LOAD-QA-DECISIONS.
           OPEN INPUT QD-FILE
           IF WS-QD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ QD-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END PERFORM STORE-QA-DECISION
               END-READ
           END-PERFORM
           CLOSE QD-FILE.

       STORE-QA-DECISION.
           MOVE SPACES TO DX-TYPE DX-KEY DX-F3 DX-F4
           UNSTRING QD-REC DELIMITED BY ';'
               INTO DX-TYPE DX-KEY DX-F3 DX-F4
           END-UNSTRING
           PERFORM FIND-SAMPLE-BY-KEY
           IF SM-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE DX-TYPE
               WHEN 'DECISION'
                   MOVE DX-F3 TO SM-SECOND-DISP(SM-FOUND)
                   PERFORM VARYING CR-IDX FROM 1 BY 1
                           UNTIL CR-IDX > CR-COUNT
                       IF CR-SM(CR-IDX) = SM-FOUND
                          AND CR-WHO(CR-IDX) = 'S'
                           MOVE 'X' TO CR-WHO(CR-IDX)
                       END-IF
                   END-PERFORM
               WHEN 'CORRECT'
                   MOVE 'S' TO CMP-WHO
                   PERFORM STORE-CORRECTION
           END-EVALUATE.

       LOAD-ADJUDICATIONS.
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ADJ-LOADED
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ADJ-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END PERFORM STORE-ADJUDICATION
               END-READ
           END-PERFORM
           CLOSE ADJ-FILE.

       STORE-ADJUDICATION.
           MOVE SPACES TO WS-ITEM-X DX-KEY DX-F3 DX-F4 DX-F5 DX-F6
               DX-F7 DX-F8 DX-F9
           UNSTRING ADJ-REC DELIMITED BY ';'
               INTO WS-ITEM-X DX-KEY DX-F3 DX-F4 DX-F5 DX-F6 DX-F7
                    DX-F8 DX-F9
           END-UNSTRING
           IF FUNCTION TRIM(WS-ITEM-X) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ITEM-X) TO SM-IDX
           IF SM-IDX = 0 OR SM-IDX > SM-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SM-KEY(SM-IDX) NOT = DX-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE DX-F6 TO SM-ADJ-STATE(SM-IDX)
           MOVE DX-F7 TO SM-ADJ-BY(SM-IDX)
           MOVE DX-F8 TO SM-ADJ-OUTCOME(SM-IDX)
           MOVE DX-F9 TO SM-ADJ-STAMP(SM-IDX).

       *> 一件比對：兩人任一方改過的欄位逐欄比最後的值
       COMPARE-ONE-ITEM.
           MOVE SM-FIRST(SM-IDX) TO DX-F7
           PERFORM FIND-FIRST-REVIEWER
           IF FR-FOUND > 0
               ADD 1 TO FR-SAMPLED(FR-FOUND)
           END-IF
           EVALUATE TRUE
               WHEN SM-SECOND-DISP(SM-IDX) = SPACES
                   MOVE 'NOT-DONE' TO SM-RESULT(SM-IDX)
                   ADD 1 TO CTL-NOT-DONE
                   EXIT PARAGRAPH
               WHEN SM-SECOND-DISP(SM-IDX) NOT = 'ACCEPT'
                AND SM-SECOND-DISP(SM-IDX) NOT = 'CORRECT'
                   MOVE 'SKIPPED' TO SM-RESULT(SM-IDX)
                   ADD 1 TO CTL-SKIPPED
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO CTL-COMPARED
           MOVE 'S' TO CMP-OTHER-WHO
           MOVE 'Y' TO CMP-ALL-AGREE
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 29
               PERFORM COMPARE-ONE-FIELD
               IF CMP-TOUCHED = 'Y'
                   ADD 1 TO FS-COMPARED(COL-IDX)
                   IF CMP-FIRST = CMP-OTHER
                       ADD 1 TO FS-AGREED(COL-IDX)
                   ELSE
                       MOVE 'N' TO CMP-ALL-AGREE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SM-COUNTRY(SM-IDX) TO DX-F5
           PERFORM FIND-COUNTRY
           IF FR-FOUND > 0
               ADD 1 TO FR-COMPARED(FR-FOUND)
           END-IF
           IF CS-FOUND > 0
               ADD 1 TO CS-COMPARED(CS-FOUND)
           END-IF
           IF CMP-ALL-AGREE = 'Y'
               MOVE 'AGREE' TO SM-RESULT(SM-IDX)
               ADD 1 TO CTL-AGREED
               IF FR-FOUND > 0
                   ADD 1 TO FR-AGREED(FR-FOUND)
               END-IF
               IF CS-FOUND > 0
                   ADD 1 TO CS-AGREED(CS-FOUND)
               END-IF
           ELSE
               MOVE 'DISAGREE' TO SM-RESULT(SM-IDX)
               IF SM-ADJ-STATE(SM-IDX) = SPACES
                   MOVE 'PENDING' TO SM-ADJ-STATE(SM-IDX)
               END-IF
               IF SM-ADJ-STATE(SM-IDX) = 'PENDING'
                   ADD 1 TO CTL-PENDING
               END-IF
           END-IF.

       *> COL-IDX 這一欄：原覆核員（F）跟 CMP-OTHER-WHO 那一方
       *> 各自最後的值；任一方改過 CMP-TOUCHED = Y
       COMPARE-ONE-FIELD.
           PERFORM GET-COLUMN-NAME
           MOVE 'N' TO CMP-TOUCHED
           MOVE 'F' TO CMP-WHO
           PERFORM FIND-FINAL-VALUE
           MOVE CMP-VALUE TO CMP-FIRST
           IF CMP-HIT = 'Y'
               MOVE 'Y' TO CMP-TOUCHED
           END-IF
           MOVE CMP-OTHER-WHO TO CMP-WHO
           PERFORM FIND-FINAL-VALUE
           MOVE CMP-VALUE TO CMP-OTHER
           IF CMP-HIT = 'Y'
               MOVE 'Y' TO CMP-TOUCHED
           END-IF.

       *> SM-IDX 這件、CMP-WHO 那一方、COL-NAME 這欄最後的值：
       *> 有修正行取最後一行，沒有就是佇列上的原值
       FIND-FINAL-VALUE.
           MOVE 'N' TO CMP-HIT
           MOVE FUNCTION TRIM(CSV-COL(COL-IDX)) TO CMP-VALUE
           PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > CR-COUNT
               IF CR-SM(CR-IDX) = SM-IDX
                  AND CR-WHO(CR-IDX) = CMP-WHO
                  AND CR-FIELD(CR-IDX) = COL-NAME
                   MOVE 'Y' TO CMP-HIT
                   MOVE FUNCTION TRIM(CR-VALUE(CR-IDX)) TO CMP-VALUE
               END-IF
           END-PERFORM.

       FIND-COUNTRY.
           MOVE 0 TO CS-FOUND
           IF DX-F5 = SPACES
               MOVE '(none)' TO DX-F5
           END-IF
           PERFORM VARYING CS-IDX FROM 1 BY 1
                   UNTIL CS-IDX > CS-COUNT OR CS-FOUND > 0
               IF CS-NAME(CS-IDX) = DX-F5
                   MOVE CS-IDX TO CS-FOUND
               END-IF
           END-PERFORM
           IF CS-FOUND = 0 AND CS-COUNT < 60
               ADD 1 TO CS-COUNT
               MOVE CS-COUNT TO CS-FOUND
               MOVE DX-F5 TO CS-NAME(CS-FOUND)
               MOVE 0 TO CS-COMPARED(CS-FOUND) CS-AGREED(CS-FOUND)
           END-IF.

       *> 不一致的件全部寫回裁決檔（已裁決的保留原狀態）
       REWRITE-ADJUDICATIONS.
           OPEN OUTPUT ADJ-FILE
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT
               IF SM-ADJ-STATE(SM-IDX) NOT = SPACES
                   MOVE SPACES TO ADJ-REC
                   STRING SM-IDX ";" FUNCTION TRIM(SM-KEY(SM-IDX)) ";"
                       FUNCTION TRIM(SM-FIRST(SM-IDX)) ";"
                       FUNCTION TRIM(SM-SECOND(SM-IDX)) ";"
                       FUNCTION TRIM(SM-COUNTRY(SM-IDX)) ";"
                       FUNCTION TRIM(SM-ADJ-STATE(SM-IDX)) ";"
                       FUNCTION TRIM(SM-ADJ-BY(SM-IDX)) ";"
                       FUNCTION TRIM(SM-ADJ-OUTCOME(SM-IDX)) ";"
                       FUNCTION TRIM(SM-ADJ-STAMP(SM-IDX))
                       DELIMITED BY SIZE INTO ADJ-REC
                   WRITE ADJ-REC
               END-IF
           END-PERFORM
           CLOSE ADJ-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "Review QA agreement report for decisions of "
               WS-QA-DATE " (run " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SM-COUNT TO WS-NUM-DISP
           MOVE CTL-COMPARED TO WS-NUM-DISP2
           MOVE CTL-AGREED TO WS-NUM-DISP3
           MOVE SPACES TO RPT-REC
           STRING "Sampled: " FUNCTION TRIM(WS-NUM-DISP)
               "  second-reviewed: " FUNCTION TRIM(WS-NUM-DISP2)
               "  agreed: " FUNCTION TRIM(WS-NUM-DISP3)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE CTL-NOT-DONE TO WS-NUM-DISP
           MOVE CTL-SKIPPED TO WS-NUM-DISP2
           MOVE CTL-PENDING TO WS-NUM-DISP3
           MOVE SPACES TO RPT-REC
           STRING "Not yet second-reviewed: " FUNCTION TRIM(WS-NUM-DISP)
               "  skipped by second reviewer: "
               FUNCTION TRIM(WS-NUM-DISP2)
               "  awaiting adjudication: " FUNCTION TRIM(WS-NUM-DISP3)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       WRITE-REVIEWER-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Reviewer;Sampled;Compared;Agreed;AgreementPct"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING FR-IDX FROM 1 BY 1 UNTIL FR-IDX > FR-COUNT
               MOVE FR-SAMPLED(FR-IDX) TO WS-NUM-DISP3
               MOVE FR-COMPARED(FR-IDX) TO WS-NUM-DISP
               MOVE FR-AGREED(FR-IDX) TO WS-NUM-DISP2
               MOVE 0 TO WS-RATE-CALC
               IF FR-COMPARED(FR-IDX) > 0
                   COMPUTE WS-RATE-CALC ROUNDED =
                       FR-AGREED(FR-IDX) * 100 / FR-COMPARED(FR-IDX)
               END-IF
               MOVE WS-RATE-CALC TO WS-RATE
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(FR-ID(FR-IDX)) ";"
                   FUNCTION TRIM(WS-NUM-DISP3) ";"
                   FUNCTION TRIM(WS-NUM-DISP) ";"
                   FUNCTION TRIM(WS-NUM-DISP2) ";"
                   FUNCTION TRIM(WS-RATE)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.

       *> 欄位別只列至少一件有人改過的欄位
       WRITE-FIELD-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Field;Compared;Agreed;AgreementPct" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 29
               IF FS-COMPARED(COL-IDX) > 0
                   PERFORM GET-COLUMN-NAME
                   MOVE FS-COMPARED(COL-IDX) TO WS-NUM-DISP
                   MOVE FS-AGREED(COL-IDX) TO WS-NUM-DISP2
                   COMPUTE WS-RATE-CALC ROUNDED =
                       FS-AGREED(COL-IDX) * 100 / FS-COMPARED(COL-IDX)
                   MOVE WS-RATE-CALC TO WS-RATE
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(COL-NAME) ";"
                       FUNCTION TRIM(WS-NUM-DISP) ";"
                       FUNCTION TRIM(WS-NUM-DISP2) ";"
                       FUNCTION TRIM(WS-RATE)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM.

       WRITE-COUNTRY-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Country;Compared;Agreed;AgreementPct" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING CS-IDX FROM 1 BY 1 UNTIL CS-IDX > CS-COUNT
               MOVE CS-COMPARED(CS-IDX) TO WS-NUM-DISP
               MOVE CS-AGREED(CS-IDX) TO WS-NUM-DISP2
               MOVE 0 TO WS-RATE-CALC
               IF CS-COMPARED(CS-IDX) > 0
                   COMPUTE WS-RATE-CALC ROUNDED =
                       CS-AGREED(CS-IDX) * 100 / CS-COMPARED(CS-IDX)
               END-IF
               MOVE WS-RATE-CALC TO WS-RATE
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(CS-NAME(CS-IDX)) ";"
                   FUNCTION TRIM(WS-NUM-DISP) ";"
                   FUNCTION TRIM(WS-NUM-DISP2) ";"
                   FUNCTION TRIM(WS-RATE)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.

       WRITE-DISAGREE-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Item;Key;Reviewer;SecondReviewer;Country;State;By"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING SM-IDX FROM 1 BY 1 UNTIL SM-IDX > SM-COUNT
               IF SM-RESULT(SM-IDX) = 'DISAGREE'
                   MOVE SPACES TO RPT-REC
                   STRING SM-IDX ";" FUNCTION TRIM(SM-KEY(SM-IDX)) ";"
                       FUNCTION TRIM(SM-FIRST(SM-IDX)) ";"
                       FUNCTION TRIM(SM-SECOND(SM-IDX)) ";"
                       FUNCTION TRIM(SM-COUNTRY(SM-IDX)) ";"
                       FUNCTION TRIM(SM-ADJ-STATE(SM-IDX)) ";"
                       FUNCTION TRIM(SM-ADJ-BY(SM-IDX))
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM.

      *>==========================================================
      *> ADJUDICATE
      *>==========================================================
       DO-ADJUDICATE.
           MOVE SPACES TO OA-AREA
           MOVE 'ADJUDICATE' TO OA-ACTION
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           PERFORM LOAD-SAMPLE-FILE
           PERFORM LOAD-QA-DECISIONS
           PERFORM LOAD-ADJUDICATIONS
           IF WS-ADJ-LOADED = 'N'
               DISPLAY "REVIEWQA: no adjudication file "
                   FUNCTION TRIM(WS-ADJ-FILE-NAME)
                   " - run REVIEWQA_ACTION=REPORT first"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT QQ-FILE
           IF WS-QQ-STATUS NOT = '00'
               DISPLAY "REVIEWQA: cannot open QA queue file "
                   FUNCTION TRIM(WS-QQ-FILE-NAME)
                   " (status " WS-QQ-STATUS ")"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ITEM-NO
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y' OR WS-QUIT-SW = 'Y'
               READ QQ-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-NO
                       IF WS-ITEM-NO <= SM-COUNT
                           MOVE WS-ITEM-NO TO SM-IDX
                           IF SM-ADJ-STATE(SM-IDX) = 'PENDING'
                               MOVE QQ-REC TO QUEUE-REC
                               PERFORM SPLIT-QUEUE-ROW
                               PERFORM ADJUDICATE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QQ-FILE
           PERFORM REWRITE-ADJUDICATIONS

           DISPLAY "REVIEWQA: " CTL-UPHELD " upheld, " CTL-REVERSED
               " reversed"
           IF CTL-REVERSED > 0
               DISPLAY "REVIEWQA: apply the reversals with "
                   "REVIEWAPPLY_DECISION_FILE="
                   FUNCTION TRIM(WS-REV-FILE-NAME)
                   " REVIEWAPPLY_IN_FILE="
                   FUNCTION TRIM(WS-ENTITY-PREFIX) "corrected_"
                   WS-QA-DATE ".csv"
               MOVE 4 TO RETURN-CODE
           END-IF.

       *> 主管看得到兩人的處置；自己做過這件的不能裁決
       ADJUDICATE-ONE-ITEM.
           IF SM-FIRST(SM-IDX) = WS-USER-ENV
              OR SM-SECOND(SM-IDX) = WS-USER-ENV
               DISPLAY "REVIEWQA: item " SM-IDX " skipped - "
                   FUNCTION TRIM(WS-USER-ENV)
                   " reviewed it and cannot adjudicate it"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "=== Adjudicate QA item " SM-IDX " ==="
           DISPLAY "Original : " FUNCTION TRIM(CSV-ORIGINAL)
           DISPLAY "Account  : " FUNCTION TRIM(CSV-ACCOUNT-ID)
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 29
               IF FUNCTION TRIM(CSV-COL(COL-IDX)) NOT = SPACES
                   PERFORM GET-COLUMN-NAME
                   DISPLAY "  " COL-NAME ": "
                       FUNCTION TRIM(CSV-COL(COL-IDX))
               END-IF
           END-PERFORM
           DISPLAY "1) " FUNCTION TRIM(SM-FIRST(SM-IDX)) ": "
               FUNCTION TRIM(SM-FIRST-DISP(SM-IDX))
           MOVE 'F' TO CMP-WHO
           PERFORM SHOW-CORRECTIONS
           DISPLAY "2) " FUNCTION TRIM(SM-SECOND(SM-IDX)) ": "
               FUNCTION TRIM(SM-SECOND-DISP(SM-IDX))
           MOVE 'S' TO CMP-WHO
           PERFORM SHOW-CORRECTIONS
           DISPLAY "Ruling (1=first stands 2=second is right "
               "C=own correction S=skip Q=quit)?"
           MOVE SPACES TO WS-DISP
           ACCEPT WS-DISP

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DISP))
               WHEN '1'
                   MOVE 'UPHELD' TO SM-ADJ-STATE(SM-IDX)
                   MOVE 'FIRST' TO SM-ADJ-OUTCOME(SM-IDX)
                   ADD 1 TO CTL-UPHELD
               WHEN '2'
                   MOVE 'SECOND' TO SM-ADJ-OUTCOME(SM-IDX)
                   MOVE 'S' TO CMP-OTHER-WHO
                   PERFORM RECORD-RULING
               WHEN 'C'
                   MOVE 'OWN' TO SM-ADJ-OUTCOME(SM-IDX)
                   PERFORM COLLECT-RULING-CORRECTIONS
                   MOVE 'A' TO CMP-OTHER-WHO
                   PERFORM RECORD-RULING
               WHEN 'Q'
                   MOVE 'Y' TO WS-QUIT-SW
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-USER-ENV TO SM-ADJ-BY(SM-IDX)
           MOVE WS-STAMP TO SM-ADJ-STAMP(SM-IDX).

       SHOW-CORRECTIONS.
           PERFORM VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > CR-COUNT
               IF CR-SM(CR-IDX) = SM-IDX AND CR-WHO(CR-IDX) = CMP-WHO
                   DISPLAY "     " FUNCTION TRIM(CR-FIELD(CR-IDX))
                       " = " FUNCTION TRIM(CR-VALUE(CR-IDX))
               END-IF
           END-PERFORM.

       COLLECT-RULING-CORRECTIONS.
           DISPLAY "Enter FIELD=VALUE lines, blank line to finish:"
           MOVE SM-IDX TO SM-FOUND
           MOVE 'A' TO CMP-WHO
           MOVE 'N' TO WS-DONE-SW
           PERFORM UNTIL WS-DONE-SW = 'Y'
               MOVE SPACES TO WS-CORRECTION
               ACCEPT WS-CORRECTION
               IF FUNCTION TRIM(WS-CORRECTION) = SPACES
                   MOVE 'Y' TO WS-DONE-SW
               ELSE
                   MOVE SPACES TO DX-F3 DX-F4
                   UNSTRING WS-CORRECTION DELIMITED BY '='
                       INTO DX-F3 DX-F4
                   END-UNSTRING
                   PERFORM STORE-CORRECTION
               END-IF
           END-PERFORM.

       *> 裁決結果（CMP-OTHER-WHO 那一方）跟原處置逐欄比：有不同
       *> 就是推翻，兩邊動過的欄位一律以裁決結果寫修正行
       RECORD-RULING.
           MOVE 'Y' TO CMP-ALL-AGREE
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 29
               PERFORM COMPARE-ONE-FIELD
               IF CMP-TOUCHED = 'Y' AND CMP-FIRST NOT = CMP-OTHER
                   MOVE 'N' TO CMP-ALL-AGREE
               END-IF
           END-PERFORM
           IF CMP-ALL-AGREE = 'Y'
               MOVE 'UPHELD' TO SM-ADJ-STATE(SM-IDX)
               ADD 1 TO CTL-UPHELD
               EXIT PARAGRAPH
           END-IF
           MOVE 'REVERSED' TO SM-ADJ-STATE(SM-IDX)
           ADD 1 TO CTL-REVERSED
           OPEN EXTEND REV-FILE
           IF WS-REV-STATUS NOT = '00'
               OPEN OUTPUT REV-FILE
           END-IF
           MOVE SPACES TO REV-REC
           STRING "DECISION;" FUNCTION TRIM(SM-KEY(SM-IDX))
               ";CORRECT;" FUNCTION TRIM(WS-USER-ENV)
               DELIMITED BY SIZE INTO REV-REC
           WRITE REV-REC
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > 29
               PERFORM COMPARE-ONE-FIELD
               IF CMP-TOUCHED = 'Y'
                   MOVE SPACES TO REV-REC
                   STRING "CORRECT;" FUNCTION TRIM(SM-KEY(SM-IDX)) ";"
                       FUNCTION TRIM(COL-NAME) ";"
                       FUNCTION TRIM(CMP-OTHER)
                       DELIMITED BY SIZE INTO REV-REC
                   WRITE REV-REC
               END-IF
           END-PERFORM
           CLOSE REV-FILE.

      *>==========================================================
      *> 共用
      *>==========================================================
       *> 佇列列拆欄，鍵值照 REVIEWQ 的規矩（帳號，空白退原文）
       SPLIT-QUEUE-ROW.
           MOVE SPACES TO CSV-FIELDS
           UNSTRING QUEUE-REC DELIMITED BY ';'
               INTO CSV-CHINESE CSV-ORIGINAL
                    CSV-COL(1) CSV-COL(2) CSV-COL(3) CSV-COL(4)
                    CSV-COL(5) CSV-COL(6) CSV-COL(7) CSV-COL(8)
                    CSV-COL(9) CSV-COL(10) CSV-COL(11) CSV-COL(12)
                    CSV-COL(13) CSV-COL(14) CSV-COL(15) CSV-COL(16)
                    CSV-COL(17) CSV-COL(18) CSV-COL(19) CSV-COL(20)
                    CSV-COL(21) CSV-COL(22) CSV-COL(23) CSV-COL(24)
                    CSV-COL(25) CSV-COL(26) CSV-COL(27) CSV-COL(28)
                    CSV-COL(29)
                    CSV-CONCAT CSV-SCORE CSV-ACCOUNT-ID CSV-LANDMARK
           END-UNSTRING
           IF FUNCTION TRIM(CSV-ACCOUNT-ID) NOT = SPACES
               MOVE FUNCTION TRIM(CSV-ACCOUNT-ID) TO WS-ITEM-KEY
           ELSE
               MOVE FUNCTION TRIM(CSV-ORIGINAL) TO WS-ITEM-KEY
           END-IF.

       GET-COLUMN-NAME.
           EVALUATE COL-IDX
               WHEN 1  MOVE "RM"             TO COL-NAME
               WHEN 2  MOVE "F"              TO COL-NAME
               WHEN 3  MOVE "BUILDING"       TO COL-NAME
               WHEN 4  MOVE "NO"             TO COL-NAME
               WHEN 5  MOVE "ALY"            TO COL-NAME
               WHEN 6  MOVE "LN"             TO COL-NAME
               WHEN 7  MOVE "SEC"            TO COL-NAME
               WHEN 8  MOVE "STREET_ST"      TO COL-NAME
               WHEN 9  MOVE "AVENUE_AVE"     TO COL-NAME
               WHEN 10 MOVE "WAY"            TO COL-NAME
               WHEN 11 MOVE "BOULEVARD_BLVD" TO COL-NAME
               WHEN 12 MOVE "ROAD_RD"        TO COL-NAME
               WHEN 13 MOVE "DRIVE_DR"       TO COL-NAME
               WHEN 14 MOVE "TOWN"           TO COL-NAME
               WHEN 15 MOVE "DISTRICT"       TO COL-NAME
               WHEN 16 MOVE "CITY"           TO COL-NAME
               WHEN 17 MOVE "COUNTY"         TO COL-NAME
               WHEN 18 MOVE "PROVINCE"       TO COL-NAME
               WHEN 19 MOVE "STATE"          TO COL-NAME
               WHEN 20 MOVE "ZIP"            TO COL-NAME
               WHEN 21 MOVE "COUNTRY"        TO COL-NAME
               WHEN 22 MOVE "POBOX"          TO COL-NAME
               WHEN 23 MOVE "LOCATION1"      TO COL-NAME
               WHEN 24 MOVE "LOCATION2"      TO COL-NAME
               WHEN 25 MOVE "LOCATION3"      TO COL-NAME
               WHEN 26 MOVE "LOCATION4"      TO COL-NAME
               WHEN 27 MOVE "LOCATION5"      TO COL-NAME
               WHEN 28 MOVE "LOCATION6"      TO COL-NAME
               WHEN 29 MOVE "OTHER"          TO COL-NAME
           END-EVALUATE.
