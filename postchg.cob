       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCHG.
      *> 郵資分攤（月結）：PRESORT 的投郵清單算出了郵資，財務卻整
      *> 筆記在營運部。這支讀當月的郵資明細（PRESORT 逐件、逐捆
      *> 附加寫入的 postage_detail_YYYYMM.txt），依帳號歸屬分行
      *> （account_branch.txt，帳號;分行代碼）再對分行成本中心表
      *> （branch_cost_center.txt，分行代碼;成本中心）把每一捆的
      *> 郵資分到各分行，分郵件類別（STATEMENT / LETTER /
      *> CAMPAIGN）出：
      *>   - 總帳傳票上傳檔 gl_postage_chargeback_YYYYMM.txt
      *>     （glupload.cpy 版面）：各成本中心 × 郵件類別借郵資
      *>     費用，營運部成本中心同科目貸回
      *>   - 分攤報表 postage_chargeback_YYYYMM.txt：分行明細、
      *>     掛暫記（查無歸屬分行的帳號、沒有成本中心的分行）、
      *>     逐批對帳（分攤合計 = 明細控制行 = 投郵清單總郵資）
      *> 一捆的郵資 = 件數 × 單件費率取到分，平均分到每一件取到
      *> 分，除不盡的分從該捆第一個分行起每件補一分，分攤合計
      *> 一定等於捆的郵資，不會有尾差。
      *> 環境變數：POSTCHG_MONTH（YYYYMM，預設上個月）、
      *> POSTCHG_DETAIL_FILE、POSTCHG_ACCOUNT_BRANCH、
      *> POSTCHG_CC_FILE、POSTCHG_SUSPENSE_CC（預設 SUSPENSE）、
      *> POSTCHG_OPS_CC（預設 OPS）、POSTCHG_GL_STATEMENT /
      *> POSTCHG_GL_LETTER / POSTCHG_GL_CAMPAIGN（郵資費用科目，
      *> 預設 641010 / 641020 / 641030）、POSTCHG_CURRENCY（預設
      *> TWD）。
      *> 明細檔、歸屬檔、成本中心表任一不在 → RC 12；有掛暫記、
      *> 對帳不平、不完整的捆或退件 → RC 4。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDTL-FILE ASSIGN TO DYNAMIC WS-PDTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-STATUS.
           SELECT AB-FILE ASSIGN TO DYNAMIC WS-AB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-STATUS.
           SELECT CC-FILE ASSIGN TO DYNAMIC WS-CC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           *> 各批的投郵清單（檔名由明細控制行帶來）
           SELECT SOM-FILE ASSIGN TO DYNAMIC WS-SOM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOM-STATUS.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PDTL-FILE.
       01  PDTL-REC        PIC X(200).
       FD  AB-FILE.
       01  AB-REC          PIC X(50).
       FD  CC-FILE.
       01  CC-REC          PIC X(80).
       FD  SOM-FILE.
       01  SOM-REC         PIC X(150).
       FD  GL-FILE.
       COPY "glupload.cpy".
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-PDTL-FILE-NAME    PIC X(100).
       01 WS-PDTL-STATUS       PIC XX.
       01 WS-AB-FILE-NAME      PIC X(100).
       01 WS-AB-STATUS         PIC XX.
       01 WS-CC-FILE-NAME      PIC X(100).
       01 WS-CC-STATUS         PIC XX.
       01 WS-SOM-FILE-NAME     PIC X(100).
       01 WS-SOM-STATUS        PIC XX.
       01 WS-GL-FILE-NAME      PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 PDTL-EOF             PIC X VALUE 'N'.
       01 AB-EOF               PIC X VALUE 'N'.
       01 CC-EOF               PIC X VALUE 'N'.
       01 SOM-EOF              PIC X VALUE 'N'.

       *> 會計期間與入帳日（期末日）
       01 WS-PERIOD            PIC 9(6).
       01 WS-WORK-DATE         PIC 9(8).
       01 WS-POST-DATE         PIC 9(8).
       01 WS-BATCH-ID          PIC X(20).
       01 WS-SUSPENSE-CC       PIC X(10) VALUE 'SUSPENSE'.
       01 WS-OPS-CC            PIC X(10) VALUE 'OPS'.
       01 WS-CURRENCY          PIC X(3) VALUE 'TWD'.

       *> 郵件類別 → 郵資費用科目、類別合計
       01 TY-TABLE.
           05 TY-ENTRY OCCURS 3 TIMES.
               10 TY-NAME        PIC X(10).
               10 TY-GL-ACCOUNT  PIC X(10).
               10 TY-PIECES      PIC 9(9).
               10 TY-AMOUNT      PIC 9(11)V99.
       01 TY-IDX               PIC 9.
       01 TY-HIT               PIC 9.

       *> 明細行拆欄
       01 PD-KIND              PIC X(1).
       01 PD-JOB               PIC X(18).
       01 PD-TYPE              PIC X(10).
       01 PD-F4                PIC X(10).
       01 PD-F5                PIC X(30).
       01 PD-F6                PIC X(20).
       01 PD-F7                PIC X(20).
       01 PD-F8                PIC X(100).
       01 PD-PIECES            PIC 9(7).
       01 PD-POST              PIC 9(11)V99.

       *> 帳號 → 歸屬分行（載入後排序，逐件走 SEARCH ALL）
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
       01 AB-REC-ACCT          PIC X(30).
       01 AB-REC-BRANCH        PIC X(10).

       *> 分行 → 成本中心
       01 CC-TABLE.
           05 CC-ENTRY OCCURS 500 TIMES.
               10 CC-BRANCH      PIC X(10).
               10 CC-CODE        PIC X(10).
       01 CC-COUNT             PIC 9(3) VALUE 0.
       01 CC-IDX               PIC 9(3).
       01 CC-REC-BRANCH        PIC X(10).
       01 CC-REC-CODE          PIC X(10).

       *> 目前這一捆的件數，依分行歸堆，等 B 行的郵資來分
       01 BK-TABLE.
           05 BK-ENTRY OCCURS 1000 TIMES.
               10 BK-BRANCH      PIC X(10).
               10 BK-PIECES      PIC 9(5).
       01 BK-COUNT             PIC 9(4) VALUE 0.
       01 BK-IDX               PIC 9(4).
       01 BK-HIT               PIC 9(4).
       01 BK-PIECES-TOTAL      PIC 9(7) VALUE 0.
       01 BK-JOB               PIC X(18) VALUE SPACES.
       01 BK-BUNDLE            PIC X(10) VALUE SPACES.
       01 BK-JOB-IDX           PIC 9(3) VALUE 0.
       01 WS-PIECE-BRANCH      PIC X(10).
       01 WS-SHARE             PIC 9(9)V99.
       01 WS-REM-CENTS         PIC 9(7).
       01 WS-AMOUNT            PIC 9(11)V99.

       *> 分行 × 郵件類別的分攤累計（報表前依分行排序）
       01 AL-COUNT             PIC 9(4) VALUE 1.
       01 AL-TABLE.
           05 AL-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON AL-COUNT
                   ASCENDING KEY IS AL-BRANCH AL-TYPE
                   INDEXED BY AL-IX.
               10 AL-BRANCH      PIC X(10).
               10 AL-TYPE        PIC X(10).
               10 AL-CC          PIC X(10).
               10 AL-PIECES      PIC 9(9).
               10 AL-AMOUNT      PIC 9(11)V99.
       01 AL-LOADED            PIC 9(4) VALUE 0.
       01 AL-IDX               PIC 9(4).
       01 AL-HIT               PIC 9(4).

       *> 傳票分錄：郵件類別 × 成本中心
       01 JE-COUNT             PIC 9(4) VALUE 1.
       01 JE-TABLE.
           05 JE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON JE-COUNT
                   ASCENDING KEY IS JE-TYPE JE-CC
                   INDEXED BY JE-IX.
               10 JE-TYPE        PIC X(10).
               10 JE-CC          PIC X(10).
               10 JE-PIECES      PIC 9(9).
               10 JE-AMOUNT      PIC 9(11)V99.
       01 JE-LOADED            PIC 9(4) VALUE 0.
       01 JE-IDX               PIC 9(4).
       01 JE-HIT               PIC 9(4).

       *> 查無歸屬分行的帳號（掛暫記明細）
       01 UM-TABLE.
           05 UM-ENTRY OCCURS 2000 TIMES.
               10 UM-ACCT        PIC X(30).
               10 UM-PIECES      PIC 9(7).
       01 UM-COUNT             PIC 9(4) VALUE 0.
       01 UM-IDX               PIC 9(4).
       01 UM-HIT               PIC 9(4).
       01 CTL-UM-NOT-LISTED    PIC 9(7) VALUE 0.

       *> 每一批 PRESORT（批號）的控制數與對帳結果
       01 JB-TABLE.
           05 JB-ENTRY OCCURS 200 TIMES.
               10 JB-ID          PIC X(18).
               10 JB-TYPE        PIC X(10).
               10 JB-RUN-DATE    PIC X(8).
               10 JB-MANIFEST    PIC X(100).
               10 JB-PIECES      PIC 9(7).
               10 JB-UNALLOC     PIC 9(7).
               10 JB-ALLOC       PIC 9(11)V99.
               10 JB-CTL-SEEN    PIC X.
               10 JB-CTL-PIECES  PIC 9(7).
               10 JB-CTL-RATED   PIC 9(7).
               10 JB-CTL-POST    PIC 9(11)V99.
      *>       投郵清單：Y 讀到、N 檔案不在、S 已被別批蓋掉
               10 JB-SOM-STATE   PIC X.
               10 JB-SOM-POST    PIC 9(11)V99.
       01 JB-COUNT             PIC 9(3) VALUE 0.
       01 JB-IDX               PIC 9(3).
       01 JB-HIT               PIC 9(3).
       01 WS-SOM-WORD1         PIC X(10).
       01 WS-SOM-WORD2         PIC X(20).
       01 WS-SOM-JOB-SEEN      PIC X.
       01 WS-JOB-RESULT        PIC X(20).

       *> 傳票上傳
       01 GL-SEQ               PIC 9(6) VALUE 0.
       01 GL-DEBITS            PIC 9(13)V99 VALUE 0.
       01 GL-CREDITS           PIC 9(13)V99 VALUE 0.

       01 CTL-LINES            PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.
       01 CTL-PIECES           PIC 9(7) VALUE 0.
       01 CTL-INCOMPLETE       PIC 9(7) VALUE 0.
       01 CTL-BUNDLE-DIFF      PIC 9(7) VALUE 0.
       01 CTL-JOBS-BAD         PIC 9(7) VALUE 0.
       01 WS-TOTAL-CTL         PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-ALLOC       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-SUSPENSE    PIC 9(11)V99 VALUE 0.
       01 WS-AMT-DISP          PIC Z(10)9.99.
       01 WS-AMT-DISP2         PIC Z(10)9.99.
       01 WS-AMT-DISP3         PIC Z(10)9.99.
       01 RL-DISP              PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARAMETERS
           PERFORM LOAD-COST-CENTERS
           PERFORM LOAD-ACCOUNT-BRANCHES

           OPEN INPUT PDTL-FILE
           IF WS-PDTL-STATUS NOT = '00'
               DISPLAY "POSTCHG: cannot open postage detail "
                   FUNCTION TRIM(WS-PDTL-FILE-NAME)
                   " (status " WS-PDTL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Postage chargeback " WS-PERIOD
               "  detail " FUNCTION TRIM(WS-PDTL-FILE-NAME)
               "  run " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           PERFORM UNTIL PDTL-EOF = 'Y'
               READ PDTL-FILE
                   AT END MOVE 'Y' TO PDTL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PDTL-REC) NOT = SPACES
                          AND PDTL-REC(1:1) NOT = '*'
                           ADD 1 TO CTL-LINES
                           PERFORM TAKE-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDTL-FILE
           PERFORM FLUSH-INCOMPLETE-BUNDLE

           IF CTL-LINES = 0
               MOVE SPACES TO RPT-REC
               STRING "No postage detail for " WS-PERIOD
                   " - no journal produced"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               CLOSE RPT-FILE
               DISPLAY "POSTCHG: postage detail "
                   FUNCTION TRIM(WS-PDTL-FILE-NAME) " is empty"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-STATEMENTS
           PERFORM BUILD-JOURNAL
           PERFORM WRITE-ALLOCATION-SECTION
           PERFORM WRITE-SUSPENSE-SECTION
           PERFORM WRITE-GL-UPLOAD
           PERFORM WRITE-RECONCILIATION
           CLOSE RPT-FILE

           MOVE WS-TOTAL-ALLOC TO WS-AMT-DISP
           MOVE WS-TOTAL-SUSPENSE TO WS-AMT-DISP2
           DISPLAY "POSTCHG: " WS-PERIOD " allocated "
               FUNCTION TRIM(WS-AMT-DISP) " (suspense "
               FUNCTION TRIM(WS-AMT-DISP2) ") over " JB-COUNT
               " mailing(s) - see " FUNCTION TRIM(WS-RPT-FILE-NAME)
               " / " FUNCTION TRIM(WS-GL-FILE-NAME)
           IF WS-TOTAL-SUSPENSE > 0 OR CTL-JOBS-BAD > 0
              OR CTL-REJECTED > 0 OR CTL-INCOMPLETE > 0
              OR CTL-BUNDLE-DIFF > 0 OR CTL-UM-NOT-LISTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           *> 預設上個月（月初跑上月的帳）
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           IF WS-RUN-DATE(5:2) = '01'
               SUBTRACT 89 FROM WS-PERIOD
           ELSE
               SUBTRACT 1 FROM WS-PERIOD
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_MONTH'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE)(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD(5:2) < '01' OR WS-PERIOD(5:2) > '12'
               DISPLAY "POSTCHG: invalid month " WS-PERIOD
                   " (YYYYMM)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           *> 入帳日 = 期間最後一天
           IF WS-PERIOD(5:2) = '12'
               COMPUTE WS-WORK-DATE = (WS-PERIOD + 89) * 100 + 1
           ELSE
               COMPUTE WS-WORK-DATE = (WS-PERIOD + 1) * 100 + 1
           END-IF
           COMPUTE WS-POST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
           MOVE SPACES TO WS-BATCH-ID
           STRING 'PCHG' WS-PERIOD WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-BATCH-ID

           MOVE SPACES TO WS-PDTL-FILE-NAME
           STRING 'postage_detail_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-PDTL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_DETAIL_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PDTL-FILE-NAME
           END-IF
           MOVE 'account_branch.txt' TO WS-AB-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'POSTCHG_ACCOUNT_BRANCH'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AB-FILE-NAME
           END-IF
           MOVE 'branch_cost_center.txt' TO WS-CC-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_CC_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CC-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_SUSPENSE_CC'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-SUSPENSE-CC
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_OPS_CC'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-OPS-CC
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_CURRENCY'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-CURRENCY
           END-IF

           MOVE 'STATEMENT' TO TY-NAME(1)
           MOVE '641010' TO TY-GL-ACCOUNT(1)
           MOVE 'LETTER' TO TY-NAME(2)
           MOVE '641020' TO TY-GL-ACCOUNT(2)
           MOVE 'CAMPAIGN' TO TY-NAME(3)
           MOVE '641030' TO TY-GL-ACCOUNT(3)
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_GL_STATEMENT'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO TY-GL-ACCOUNT(1)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_GL_LETTER'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO TY-GL-ACCOUNT(2)
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTCHG_GL_CAMPAIGN'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO TY-GL-ACCOUNT(3)
           END-IF
           PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > 3
               MOVE 0 TO TY-PIECES(TY-IDX) TY-AMOUNT(TY-IDX)
           END-PERFORM

           MOVE SPACES TO WS-GL-FILE-NAME WS-RPT-FILE-NAME
           STRING 'gl_postage_chargeback_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-GL-FILE-NAME
           STRING 'postage_chargeback_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.

       LOAD-COST-CENTERS.
           OPEN INPUT CC-FILE
           IF WS-CC-STATUS NOT = '00'
               DISPLAY "POSTCHG: cannot open cost-center table "
                   FUNCTION TRIM(WS-CC-FILE-NAME)
                   " (status " WS-CC-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CC-EOF = 'Y'
               READ CC-FILE
                   AT END MOVE 'Y' TO CC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CC-REC) NOT = SPACES
                          AND CC-REC(1:1) NOT = '*'
                           IF CC-COUNT >= 500
                               DISPLAY "POSTCHG: more than 500 "
                                   "branches in "
                                   FUNCTION TRIM(WS-CC-FILE-NAME)
                                   " - nothing written"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACES TO CC-REC-BRANCH CC-REC-CODE
                           UNSTRING CC-REC DELIMITED BY ';'
                               INTO CC-REC-BRANCH CC-REC-CODE
                           END-UNSTRING
                           ADD 1 TO CC-COUNT
                           MOVE FUNCTION TRIM(CC-REC-BRANCH)
                               TO CC-BRANCH(CC-COUNT)
                           MOVE FUNCTION TRIM(CC-REC-CODE)
                               TO CC-CODE(CC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CC-FILE
           IF CC-COUNT = 0
               DISPLAY "POSTCHG: no branches in "
                   FUNCTION TRIM(WS-CC-FILE-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ACCOUNT-BRANCHES.
           OPEN INPUT AB-FILE
           IF WS-AB-STATUS NOT = '00'
               DISPLAY "POSTCHG: cannot open assignment file "
                   FUNCTION TRIM(WS-AB-FILE-NAME)
                   " (status " WS-AB-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
               DISPLAY "POSTCHG: more than 100000 accounts in "
                   FUNCTION TRIM(WS-AB-FILE-NAME)
                   " - nothing written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AB-LOADED > 0
               MOVE AB-LOADED TO AB-COUNT
               SORT AB-ENTRY ASCENDING KEY AB-ACCT
           END-IF.

       *> 一行明細：P 一件（歸到目前這一捆的分行堆）、B 一捆的
       *> 郵資（分給堆裡的分行）、T 一批的控制總數。
       TAKE-DETAIL-LINE.
           MOVE SPACES TO PD-KIND PD-JOB PD-TYPE PD-F4 PD-F5
               PD-F6 PD-F7 PD-F8
           UNSTRING PDTL-REC DELIMITED BY ';'
               INTO PD-KIND PD-JOB PD-TYPE PD-F4 PD-F5
                    PD-F6 PD-F7 PD-F8
           END-UNSTRING
           MOVE 0 TO TY-HIT
           PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > 3
               IF PD-TYPE = TY-NAME(TY-IDX)
                   MOVE TY-IDX TO TY-HIT
               END-IF
           END-PERFORM
           IF TY-HIT = 0 OR PD-JOB = SPACES
              OR (PD-KIND NOT = 'P' AND PD-KIND NOT = 'B'
                  AND PD-KIND NOT = 'T')
               ADD 1 TO CTL-REJECTED
               MOVE SPACES TO RPT-REC
               STRING "REJECTED detail line: "
                   FUNCTION TRIM(PDTL-REC)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-JOB
           EVALUATE PD-KIND
               WHEN 'P'
                   PERFORM TAKE-PIECE
               WHEN 'B'
                   PERFORM TAKE-BUNDLE
               WHEN 'T'
                   PERFORM TAKE-JOB-CONTROL
           END-EVALUATE.

       *> 批號查表，第一次出現就加一批
       FIND-JOB.
           MOVE 0 TO JB-HIT
           PERFORM VARYING JB-IDX FROM 1 BY 1
                   UNTIL JB-IDX > JB-COUNT OR JB-HIT > 0
               IF JB-ID(JB-IDX) = PD-JOB
                   MOVE JB-IDX TO JB-HIT
               END-IF
           END-PERFORM
           IF JB-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF JB-COUNT >= 200
               DISPLAY "POSTCHG: more than 200 mailings in "
                   FUNCTION TRIM(WS-PDTL-FILE-NAME)
                   " - nothing written"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO JB-COUNT
           MOVE JB-COUNT TO JB-HIT
           MOVE PD-JOB TO JB-ID(JB-HIT)
           MOVE PD-TYPE TO JB-TYPE(JB-HIT)
           MOVE SPACES TO JB-RUN-DATE(JB-HIT) JB-MANIFEST(JB-HIT)
           MOVE 0 TO JB-PIECES(JB-HIT) JB-UNALLOC(JB-HIT)
               JB-ALLOC(JB-HIT) JB-CTL-PIECES(JB-HIT)
               JB-CTL-RATED(JB-HIT) JB-CTL-POST(JB-HIT)
               JB-SOM-POST(JB-HIT)
           MOVE 'N' TO JB-CTL-SEEN(JB-HIT)
           MOVE 'N' TO JB-SOM-STATE(JB-HIT).

       TAKE-PIECE.
           IF BK-PIECES-TOTAL > 0
              AND (PD-JOB NOT = BK-JOB OR PD-F4 NOT = BK-BUNDLE)
               PERFORM FLUSH-INCOMPLETE-BUNDLE
           END-IF
           MOVE PD-JOB TO BK-JOB
           MOVE PD-F4 TO BK-BUNDLE
           MOVE JB-HIT TO BK-JOB-IDX
           ADD 1 TO CTL-PIECES
           ADD 1 TO JB-PIECES(JB-HIT)

           *> 帳號 → 分行；查不到記暫記帳號清單
           MOVE '*NOBRANCH' TO WS-PIECE-BRANCH
           IF AB-LOADED > 0 AND FUNCTION TRIM(PD-F5) NOT = SPACES
               SEARCH ALL AB-ENTRY
                   AT END CONTINUE
                   WHEN AB-ACCT(AB-IX) = PD-F5
                       MOVE AB-BRANCH(AB-IX) TO WS-PIECE-BRANCH
               END-SEARCH
           END-IF
           IF WS-PIECE-BRANCH = '*NOBRANCH'
               PERFORM NOTE-UNMAPPED-ACCOUNT
           END-IF

           MOVE 0 TO BK-HIT
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BK-COUNT OR BK-HIT > 0
               IF BK-BRANCH(BK-IDX) = WS-PIECE-BRANCH
                   MOVE BK-IDX TO BK-HIT
               END-IF
           END-PERFORM
           IF BK-HIT = 0
               IF BK-COUNT >= 1000
                   DISPLAY "POSTCHG: more than 1000 branches in one "
                       "bundle - nothing written"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BK-COUNT
               MOVE BK-COUNT TO BK-HIT
               MOVE WS-PIECE-BRANCH TO BK-BRANCH(BK-HIT)
               MOVE 0 TO BK-PIECES(BK-HIT)
           END-IF
           ADD 1 TO BK-PIECES(BK-HIT)
           ADD 1 TO BK-PIECES-TOTAL.

       NOTE-UNMAPPED-ACCOUNT.
           MOVE 0 TO UM-HIT
           PERFORM VARYING UM-IDX FROM 1 BY 1
                   UNTIL UM-IDX > UM-COUNT OR UM-HIT > 0
               IF UM-ACCT(UM-IDX) = PD-F5
                   MOVE UM-IDX TO UM-HIT
               END-IF
           END-PERFORM
           IF UM-HIT = 0
               IF UM-COUNT >= 2000
                   ADD 1 TO CTL-UM-NOT-LISTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO UM-COUNT
               MOVE UM-COUNT TO UM-HIT
               MOVE PD-F5 TO UM-ACCT(UM-HIT)
               MOVE 0 TO UM-PIECES(UM-HIT)
           END-IF
           ADD 1 TO UM-PIECES(UM-HIT).

       *> 捆的郵資：每件平均取到分，除不盡的分從第一堆起每件補
       *> 一分，各堆合計恰等於捆的郵資。未計費的捆只清堆。
       TAKE-BUNDLE.
           IF BK-PIECES-TOTAL > 0
              AND (PD-JOB NOT = BK-JOB OR PD-F4 NOT = BK-BUNDLE)
               PERFORM FLUSH-INCOMPLETE-BUNDLE
           END-IF
           MOVE 0 TO PD-PIECES PD-POST
           IF FUNCTION TRIM(PD-F5) IS NUMERIC
               MOVE FUNCTION NUMVAL(PD-F5) TO PD-PIECES
           END-IF
           IF FUNCTION TRIM(PD-F6) NOT = SPACES
               COMPUTE PD-POST = FUNCTION NUMVAL(PD-F6)
           END-IF
           IF PD-PIECES NOT = BK-PIECES-TOTAL
               ADD 1 TO CTL-BUNDLE-DIFF
               MOVE BK-PIECES-TOTAL TO RL-DISP
               MOVE SPACES TO RPT-REC
               STRING "BUNDLE PIECES DIFFER: " FUNCTION TRIM(PD-JOB)
                   " " FUNCTION TRIM(PD-F4) " says "
                   FUNCTION TRIM(PD-F5) " piece(s), detail has "
                   FUNCTION TRIM(RL-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           IF PD-F7(1:1) = 'U' OR PD-POST = 0
              OR BK-PIECES-TOTAL = 0
               PERFORM CLEAR-BUNDLE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SHARE = PD-POST / BK-PIECES-TOTAL
           COMPUTE WS-REM-CENTS =
               (PD-POST - WS-SHARE * BK-PIECES-TOTAL) * 100
           PERFORM VARYING BK-IDX FROM 1 BY 1
                   UNTIL BK-IDX > BK-COUNT
               COMPUTE WS-AMOUNT = WS-SHARE * BK-PIECES(BK-IDX)
               IF WS-REM-CENTS >= BK-PIECES(BK-IDX)
                   COMPUTE WS-AMOUNT = WS-AMOUNT
                       + BK-PIECES(BK-IDX) / 100
                   SUBTRACT BK-PIECES(BK-IDX) FROM WS-REM-CENTS
               ELSE
                   COMPUTE WS-AMOUNT = WS-AMOUNT
                       + WS-REM-CENTS / 100
                   MOVE 0 TO WS-REM-CENTS
               END-IF
               PERFORM ADD-TO-ALLOCATION
           END-PERFORM
           PERFORM CLEAR-BUNDLE.

       *> 一堆（分行 × 這批的郵件類別）加進分攤累計
       ADD-TO-ALLOCATION.
           ADD WS-AMOUNT TO JB-ALLOC(JB-HIT)
           ADD WS-AMOUNT TO TY-AMOUNT(TY-HIT)
           ADD BK-PIECES(BK-IDX) TO TY-PIECES(TY-HIT)
           MOVE 0 TO AL-HIT
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > AL-LOADED OR AL-HIT > 0
               IF AL-BRANCH(AL-IDX) = BK-BRANCH(BK-IDX)
                  AND AL-TYPE(AL-IDX) = PD-TYPE
                   MOVE AL-IDX TO AL-HIT
               END-IF
           END-PERFORM
           IF AL-HIT = 0
               IF AL-LOADED >= 3000
                   DISPLAY "POSTCHG: more than 3000 branch/mailing "
                       "type lines - nothing written"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AL-LOADED
               MOVE AL-LOADED TO AL-COUNT
               MOVE AL-LOADED TO AL-HIT
               MOVE BK-BRANCH(BK-IDX) TO AL-BRANCH(AL-HIT)
               MOVE PD-TYPE TO AL-TYPE(AL-HIT)
               MOVE 0 TO AL-PIECES(AL-HIT) AL-AMOUNT(AL-HIT)
               *> 分行 → 成本中心；查不到（含無歸屬分行）掛暫記
               MOVE WS-SUSPENSE-CC TO AL-CC(AL-HIT)
               PERFORM VARYING CC-IDX FROM 1 BY 1
                       UNTIL CC-IDX > CC-COUNT
                   IF CC-BRANCH(CC-IDX) = AL-BRANCH(AL-HIT)
                       MOVE CC-CODE(CC-IDX) TO AL-CC(AL-HIT)
                   END-IF
               END-PERFORM
           END-IF
           ADD BK-PIECES(BK-IDX) TO AL-PIECES(AL-HIT)
           ADD WS-AMOUNT TO AL-AMOUNT(AL-HIT).

       *> 堆裡還有件卻等不到 B 行（PRESORT 中斷）：件數記在該批
       *> 未分攤，對帳時現形。
       FLUSH-INCOMPLETE-BUNDLE.
           IF BK-PIECES-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-INCOMPLETE
           ADD BK-PIECES-TOTAL TO JB-UNALLOC(BK-JOB-IDX)
           MOVE BK-PIECES-TOTAL TO RL-DISP
           MOVE SPACES TO RPT-REC
           STRING "INCOMPLETE BUNDLE: " FUNCTION TRIM(BK-JOB) " "
               FUNCTION TRIM(BK-BUNDLE) " - "
               FUNCTION TRIM(RL-DISP)
               " piece(s) with no bundle postage line"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM CLEAR-BUNDLE.

       CLEAR-BUNDLE.
           MOVE 0 TO BK-COUNT BK-PIECES-TOTAL
           MOVE SPACES TO BK-JOB BK-BUNDLE.

       TAKE-JOB-CONTROL.
           MOVE 'Y' TO JB-CTL-SEEN(JB-HIT)
           MOVE PD-F4(1:8) TO JB-RUN-DATE(JB-HIT)
           IF FUNCTION TRIM(PD-F5) IS NUMERIC
               MOVE FUNCTION NUMVAL(PD-F5) TO JB-CTL-PIECES(JB-HIT)
           END-IF
           IF FUNCTION TRIM(PD-F6) IS NUMERIC
               MOVE FUNCTION NUMVAL(PD-F6) TO JB-CTL-RATED(JB-HIT)
           END-IF
           IF FUNCTION TRIM(PD-F7) NOT = SPACES
               COMPUTE JB-CTL-POST(JB-HIT) = FUNCTION NUMVAL(PD-F7)
           END-IF
           MOVE PD-F8 TO JB-MANIFEST(JB-HIT).

       *> 每批的投郵清單：Job 行要是同一批（同日重跑會蓋掉），
       *> 取 Total postage 行的金額。
       CHECK-STATEMENTS.
           PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-COUNT
               IF JB-CTL-SEEN(JB-IDX) = 'Y'
                  AND JB-MANIFEST(JB-IDX) NOT = SPACES
                   PERFORM READ-ONE-STATEMENT
               END-IF
           END-PERFORM.

       READ-ONE-STATEMENT.
           MOVE JB-MANIFEST(JB-IDX) TO WS-SOM-FILE-NAME
           OPEN INPUT SOM-FILE
           IF WS-SOM-STATUS NOT = '00'
               MOVE 'N' TO JB-SOM-STATE(JB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SOM-EOF
           MOVE 'N' TO WS-SOM-JOB-SEEN
           MOVE 'S' TO JB-SOM-STATE(JB-IDX)
           PERFORM UNTIL SOM-EOF = 'Y'
               READ SOM-FILE
                   AT END MOVE 'Y' TO SOM-EOF
                   NOT AT END
                       IF SOM-REC(1:4) = 'Job '
                           MOVE SPACES TO WS-SOM-WORD1 WS-SOM-WORD2
                           UNSTRING SOM-REC DELIMITED BY ALL SPACE
                               INTO WS-SOM-WORD1 WS-SOM-WORD2
                           END-UNSTRING
                           IF WS-SOM-WORD2 = JB-ID(JB-IDX)
                               MOVE 'Y' TO WS-SOM-JOB-SEEN
                           END-IF
                       END-IF
                       IF SOM-REC(1:15) = 'Total postage: '
                          AND WS-SOM-JOB-SEEN = 'Y'
                           MOVE 'Y' TO JB-SOM-STATE(JB-IDX)
                           COMPUTE JB-SOM-POST(JB-IDX) =
                               FUNCTION NUMVAL(SOM-REC(16:30))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOM-FILE.

       *> 分行累計依分行排序，再彙成郵件類別 × 成本中心的分錄
       BUILD-JOURNAL.
           IF AL-LOADED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AL-LOADED TO AL-COUNT
           SORT AL-ENTRY ASCENDING KEY AL-BRANCH AL-TYPE
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > AL-LOADED
               IF AL-CC(AL-IDX) = WS-SUSPENSE-CC
                   ADD AL-AMOUNT(AL-IDX) TO WS-TOTAL-SUSPENSE
               END-IF
               MOVE 0 TO JE-HIT
               PERFORM VARYING JE-IDX FROM 1 BY 1
                       UNTIL JE-IDX > JE-LOADED OR JE-HIT > 0
                   IF JE-TYPE(JE-IDX) = AL-TYPE(AL-IDX)
                      AND JE-CC(JE-IDX) = AL-CC(AL-IDX)
                       MOVE JE-IDX TO JE-HIT
                   END-IF
               END-PERFORM
               IF JE-HIT = 0
                   ADD 1 TO JE-LOADED
                   MOVE JE-LOADED TO JE-COUNT
                   MOVE JE-LOADED TO JE-HIT
                   MOVE AL-TYPE(AL-IDX) TO JE-TYPE(JE-HIT)
                   MOVE AL-CC(AL-IDX) TO JE-CC(JE-HIT)
                   MOVE 0 TO JE-PIECES(JE-HIT) JE-AMOUNT(JE-HIT)
               END-IF
               ADD AL-PIECES(AL-IDX) TO JE-PIECES(JE-HIT)
               ADD AL-AMOUNT(AL-IDX) TO JE-AMOUNT(JE-HIT)
           END-PERFORM
           MOVE JE-LOADED TO JE-COUNT
           SORT JE-ENTRY ASCENDING KEY JE-TYPE JE-CC.

       WRITE-ALLOCATION-SECTION.
           MOVE SPACES TO RPT-REC
           STRING "Allocation by branch" DELIMITED BY SIZE
               INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Branch;CostCenter;MailType;Pieces;Postage"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > AL-LOADED
               MOVE AL-PIECES(AL-IDX) TO RL-DISP
               MOVE AL-AMOUNT(AL-IDX) TO WS-AMT-DISP
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(AL-BRANCH(AL-IDX)) ";"
                   FUNCTION TRIM(AL-CC(AL-IDX)) ";"
                   FUNCTION TRIM(AL-TYPE(AL-IDX)) ";"
                   FUNCTION TRIM(RL-DISP) ";"
                   FUNCTION TRIM(WS-AMT-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "By mailing type" DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > 3
               MOVE TY-PIECES(TY-IDX) TO RL-DISP
               MOVE TY-AMOUNT(TY-IDX) TO WS-AMT-DISP
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(TY-NAME(TY-IDX)) ";GL "
                   FUNCTION TRIM(TY-GL-ACCOUNT(TY-IDX)) ";"
                   FUNCTION TRIM(RL-DISP) ";"
                   FUNCTION TRIM(WS-AMT-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       *> 掛暫記的來由：查無歸屬分行的帳號、沒有成本中心的分行
       WRITE-SUSPENSE-SECTION.
           MOVE WS-TOTAL-SUSPENSE TO WS-AMT-DISP
           MOVE SPACES TO RPT-REC
           STRING "Suspense (cost center "
               FUNCTION TRIM(WS-SUSPENSE-CC) "): "
               FUNCTION TRIM(WS-AMT-DISP)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING UM-IDX FROM 1 BY 1 UNTIL UM-IDX > UM-COUNT
               MOVE UM-PIECES(UM-IDX) TO RL-DISP
               MOVE SPACES TO RPT-REC
               IF UM-ACCT(UM-IDX) = SPACES
                   STRING "NO BRANCH;(no account number);"
                       FUNCTION TRIM(RL-DISP) " piece(s)"
                       DELIMITED BY SIZE INTO RPT-REC
               ELSE
                   STRING "NO BRANCH;"
                       FUNCTION TRIM(UM-ACCT(UM-IDX)) ";"
                       FUNCTION TRIM(RL-DISP) " piece(s)"
                       DELIMITED BY SIZE INTO RPT-REC
               END-IF
               WRITE RPT-REC
           END-PERFORM
           IF CTL-UM-NOT-LISTED > 0
               MOVE CTL-UM-NOT-LISTED TO RL-DISP
               MOVE SPACES TO RPT-REC
               STRING "NO BRANCH;" FUNCTION TRIM(RL-DISP)
                   " further piece(s) not listed (list full)"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > AL-LOADED
               IF AL-CC(AL-IDX) = WS-SUSPENSE-CC
                  AND AL-BRANCH(AL-IDX) NOT = '*NOBRANCH'
                   MOVE AL-AMOUNT(AL-IDX) TO WS-AMT-DISP
                   MOVE SPACES TO RPT-REC
                   STRING "NO COST CENTER;branch "
                       FUNCTION TRIM(AL-BRANCH(AL-IDX)) ";"
                       FUNCTION TRIM(AL-TYPE(AL-IDX)) ";"
                       FUNCTION TRIM(WS-AMT-DISP)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       *> 傳票：各成本中心 × 類別借費用科目，每類別一筆貸營運部
       WRITE-GL-UPLOAD.
           OPEN OUTPUT GL-FILE
           MOVE SPACES TO GL-REC
           MOVE 'H' TO GL-REC-TYPE
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE 'POSTCHG' TO GL-SOURCE
           MOVE WS-POST-DATE TO GL-POST-DATE
           MOVE WS-PERIOD TO GL-PERIOD
           MOVE WS-CURRENCY TO GL-CURRENCY
           MOVE 'POSTAGE CHARGEBACK BY BRANCH' TO GL-HDR-DESC
           WRITE GL-REC
           PERFORM VARYING JE-IDX FROM 1 BY 1
                   UNTIL JE-IDX > JE-LOADED
               IF JE-AMOUNT(JE-IDX) > 0
                   PERFORM VARYING TY-IDX FROM 1 BY 1
                           UNTIL TY-IDX > 3
                       IF TY-NAME(TY-IDX) = JE-TYPE(JE-IDX)
                           MOVE TY-IDX TO TY-HIT
                       END-IF
                   END-PERFORM
                   ADD 1 TO GL-SEQ
                   MOVE SPACES TO GL-REC
                   MOVE 'D' TO GL-REC-TYPE
                   MOVE GL-SEQ TO GL-LINE-NO
                   MOVE TY-GL-ACCOUNT(TY-HIT) TO GL-ACCOUNT
                   MOVE JE-CC(JE-IDX) TO GL-COST-CENTER
                   MOVE 'D' TO GL-DRCR
                   MOVE JE-AMOUNT(JE-IDX) TO GL-AMOUNT
                   MOVE 'POSTAGE CHARGEBACK' TO GL-LINE-DESC
                   MOVE JE-TYPE(JE-IDX) TO GL-REFERENCE
                   WRITE GL-REC
                   ADD JE-AMOUNT(JE-IDX) TO GL-DEBITS
               END-IF
           END-PERFORM
           PERFORM VARYING TY-IDX FROM 1 BY 1 UNTIL TY-IDX > 3
               IF TY-AMOUNT(TY-IDX) > 0
                   ADD 1 TO GL-SEQ
                   MOVE SPACES TO GL-REC
                   MOVE 'D' TO GL-REC-TYPE
                   MOVE GL-SEQ TO GL-LINE-NO
                   MOVE TY-GL-ACCOUNT(TY-IDX) TO GL-ACCOUNT
                   MOVE WS-OPS-CC TO GL-COST-CENTER
                   MOVE 'C' TO GL-DRCR
                   MOVE TY-AMOUNT(TY-IDX) TO GL-AMOUNT
                   MOVE 'POSTAGE CHARGEBACK RELIEF' TO GL-LINE-DESC
                   MOVE TY-NAME(TY-IDX) TO GL-REFERENCE
                   WRITE GL-REC
                   ADD TY-AMOUNT(TY-IDX) TO GL-CREDITS
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-REC
           MOVE 'T' TO GL-REC-TYPE
           MOVE GL-SEQ TO GL-LINE-COUNT
           MOVE GL-DEBITS TO GL-DEBIT-TOTAL
           MOVE GL-CREDITS TO GL-CREDIT-TOTAL
           WRITE GL-REC
           CLOSE GL-FILE.

       *> 逐批對帳：分攤合計 = 明細控制行總郵資 = 投郵清單總郵資；
       *> 最後整月：控制行合計 = 分攤合計 = 傳票借方 = 傳票貸方。
       WRITE-RECONCILIATION.
           MOVE SPACES TO RPT-REC
           STRING "Reconciliation by mailing" DELIMITED BY SIZE
               INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Job;MailType;RunDate;Pieces;Statement;Control;"
               "Allocated;Result"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING JB-IDX FROM 1 BY 1 UNTIL JB-IDX > JB-COUNT
               ADD JB-CTL-POST(JB-IDX) TO WS-TOTAL-CTL
               ADD JB-ALLOC(JB-IDX) TO WS-TOTAL-ALLOC
               EVALUATE TRUE
                   WHEN JB-CTL-SEEN(JB-IDX) NOT = 'Y'
                       MOVE 'NO CONTROL LINE' TO WS-JOB-RESULT
                   WHEN JB-ALLOC(JB-IDX) NOT = JB-CTL-POST(JB-IDX)
                     OR JB-UNALLOC(JB-IDX) > 0
                     OR JB-PIECES(JB-IDX) NOT =
                        JB-CTL-PIECES(JB-IDX)
                       MOVE 'MISMATCH' TO WS-JOB-RESULT
                   WHEN JB-SOM-STATE(JB-IDX) = 'Y'
                    AND JB-SOM-POST(JB-IDX) NOT =
                        JB-CTL-POST(JB-IDX)
                       MOVE 'STATEMENT DIFFERS' TO WS-JOB-RESULT
                   WHEN JB-SOM-STATE(JB-IDX) = 'Y'
                       MOVE 'OK' TO WS-JOB-RESULT
                   WHEN JB-SOM-STATE(JB-IDX) = 'S'
                       MOVE 'OK (STMT REPLACED)' TO WS-JOB-RESULT
                   WHEN OTHER
                       MOVE 'OK (NO STATEMENT)' TO WS-JOB-RESULT
               END-EVALUATE
               IF WS-JOB-RESULT(1:2) NOT = 'OK'
                   ADD 1 TO CTL-JOBS-BAD
               END-IF
               MOVE JB-PIECES(JB-IDX) TO RL-DISP
               MOVE JB-SOM-POST(JB-IDX) TO WS-AMT-DISP
               MOVE JB-CTL-POST(JB-IDX) TO WS-AMT-DISP2
               MOVE JB-ALLOC(JB-IDX) TO WS-AMT-DISP3
               MOVE SPACES TO RPT-REC
               IF JB-SOM-STATE(JB-IDX) = 'Y'
                   STRING FUNCTION TRIM(JB-ID(JB-IDX)) ";"
                       FUNCTION TRIM(JB-TYPE(JB-IDX)) ";"
                       JB-RUN-DATE(JB-IDX) ";"
                       FUNCTION TRIM(RL-DISP) ";"
                       FUNCTION TRIM(WS-AMT-DISP) ";"
                       FUNCTION TRIM(WS-AMT-DISP2) ";"
                       FUNCTION TRIM(WS-AMT-DISP3) ";"
                       FUNCTION TRIM(WS-JOB-RESULT)
                       DELIMITED BY SIZE INTO RPT-REC
               ELSE
                   STRING FUNCTION TRIM(JB-ID(JB-IDX)) ";"
                       FUNCTION TRIM(JB-TYPE(JB-IDX)) ";"
                       JB-RUN-DATE(JB-IDX) ";"
                       FUNCTION TRIM(RL-DISP) ";-;"
                       FUNCTION TRIM(WS-AMT-DISP2) ";"
                       FUNCTION TRIM(WS-AMT-DISP3) ";"
                       FUNCTION TRIM(WS-JOB-RESULT)
                       DELIMITED BY SIZE INTO RPT-REC
               END-IF
               WRITE RPT-REC
               IF JB-UNALLOC(JB-IDX) > 0
                   MOVE JB-UNALLOC(JB-IDX) TO RL-DISP
                   MOVE SPACES TO RPT-REC
                   STRING "  " FUNCTION TRIM(RL-DISP)
                       " piece(s) in incomplete bundles not allocated"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           MOVE WS-TOTAL-CTL TO WS-AMT-DISP
           MOVE WS-TOTAL-ALLOC TO WS-AMT-DISP2
           MOVE GL-DEBITS TO WS-AMT-DISP3
           MOVE SPACES TO RPT-REC
           STRING "Month totals: control " FUNCTION TRIM(WS-AMT-DISP)
               ", allocated " FUNCTION TRIM(WS-AMT-DISP2)
               ", journal debits " FUNCTION TRIM(WS-AMT-DISP3)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE GL-CREDITS TO WS-AMT-DISP
           MOVE WS-TOTAL-SUSPENSE TO WS-AMT-DISP2
           MOVE SPACES TO RPT-REC
           STRING "              journal credits "
               FUNCTION TRIM(WS-AMT-DISP) ", of which suspense "
               FUNCTION TRIM(WS-AMT-DISP2)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-TOTAL-CTL = WS-TOTAL-ALLOC
              AND WS-TOTAL-ALLOC = GL-DEBITS
              AND GL-DEBITS = GL-CREDITS
              AND CTL-JOBS-BAD = 0
               STRING "Reconciliation OK: allocated postage equals "
                   "the statements of mailing"
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               MOVE CTL-JOBS-BAD TO RL-DISP
               STRING "Reconciliation MISMATCH: "
                   FUNCTION TRIM(RL-DISP)
                   " mailing(s) out of balance - see above"
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC.
