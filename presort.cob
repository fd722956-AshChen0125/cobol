      *> （bundle_rules.txt）編捆號，輸出排好序、前面帶捆號的
      *> 檔案跟捆包彙總（捆號、郵遞區號範圍、件數），拿郵局的
      *> 預分揀折扣。
      *> 有費率卡時每一件、每一捆的郵資另記進當月的郵資明細檔
      *> （postage_detail_YYYYMM.txt，附加寫入），帶郵件類別
      *> PRESORT_MAIL_TYPE（STATEMENT 預設 / LETTER / CAMPAIGN）
      *> 跟本次批號，月底 POSTCHG 依帳號歸屬分行分攤郵資用。
      *> 收件人姓名從客戶姓名檔（CUSTLOAD 建）以帳號讀，排好序
      *> 的檔每筆在捆號後面、地址資料前面帶姓名第一/二行
      *> （B捆號;姓名1;姓名2;原 CSV 整行），照 LABELGEN 同一套
      *> UTF-8 顯示欄位寬度裁切（PRESORT_NAME_WIDTH 預設 40），
      *> 中文姓名不會從字中間切開。姓名檔查不到的帳號不進
      *> 捆包，列無姓名例外清單（presort_noname_YYYYMMDD.txt），
      *> 控制總數變成「選入 = 成捆 + 壓抑 + 無姓名」。
      *>   CUSTNAME_FILE        = 客戶姓名檔（預設 customer_name.dat）
      *>   PRESORT_NONAME_FILE  = 無姓名例外清單
      *> 主檔退郵旗標 'U' 的帳號不進捆包，經 MAILHOLD 扣進扣件庫
      *> （holdmail_vault.txt，記郵件類別與本次批號），壓抑報表記
      *> 一行「UNDELIV HOLD 扣件編號」，控制總數變成「選入 = 成捆
      *> + 壓抑 + 扣件 + 無姓名」。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-DNM-STATUS.
           SELECT SUPP-FILE ASSIGN TO DYNAMIC WS-SUPP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 客戶姓名檔（以帳號讀）與查不到姓名的例外清單
           SELECT CNM-FILE ASSIGN TO DYNAMIC WS-CNM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNM-ACCOUNT
               FILE STATUS IS WS-CNM-STATUS.
           SELECT NONAME-FILE ASSIGN TO DYNAMIC WS-NONAME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 季節性替代地址：寄件日生效中的帳號用替代郵遞區號
           *> 進排序/捆包，件才會分到收件地實際所在的捆
           SELECT ALT-FILE ASSIGN TO DYNAMIC WS-ALT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.
           *> 郵資明細（P 每件、B 每捆、T 本批控制總數）
           SELECT PDTL-FILE ASSIGN TO DYNAMIC WS-PDTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SR-ROUTE     PIC X(10).
           05 SR-WALKSEQ   PIC 9(5).
           05 SR-STREET    PIC X(50).
           05 SR-ACCOUNT   PIC X(30).
           05 SR-NAME1     PIC X(150).
           05 SR-NAME2     PIC X(150).
           05 SR-DATA      PIC X(5000).

       FD  SORTED-FILE.
       01  SORTED-REC      PIC X(5320).

       FD  BUNDLE-FILE.
       01  BUNDLE-REC      PIC X(100).
       01  DNM-REC         PIC X(60).
       FD  SUPP-FILE.
       01  SUPP-REC        PIC X(100).
       FD  CNM-FILE.
       COPY "custname.cpy".
       FD  NONAME-FILE.
       01  NONAME-REC      PIC X(100).
       FD  ALT-FILE.
       01  ALT-REC         PIC X(300).
       FD  PDTL-FILE.
       01  PDTL-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 CTL-READ-COUNT       PIC 9(7) VALUE 0.
       01 CTL-SORTED-COUNT     PIC 9(7) VALUE 0.
       01 CTL-SUPPRESSED       PIC 9(7) VALUE 0.
       01 CTL-HELD-MAIL        PIC 9(7) VALUE 0.
       01 CTL-PIECES-RATED     PIC 9(7) VALUE 0.
       01 CTL-PIECES-UNRATED   PIC 9(7) VALUE 0.

       01 WS-RATE-DISP         PIC ZZ9.9999.
       01 WS-POST-DISP         PIC ZZZZZZZZ9.99.

       *> 郵資明細：郵件類別、批號（PS + 日期 + 時間）
       01 WS-PDTL-FILE-NAME    PIC X(100).
       01 WS-PDTL-STATUS       PIC XX.
       01 WS-RUN-TIME          PIC 9(8).
       01 WS-MAIL-TYPE         PIC X(10) VALUE 'STATEMENT'.
       01 WS-JOB-ID            PIC X(18).
       01 WS-RATED-FLAG        PIC X.

       *> 投遞路線名錄
       01 WS-ROUTE-FILE-NAME   PIC X(100).
       01 ROUTE-FILE-STATUS    PIC XX.
       01 ALT-HIT              PIC 9(4).
       01 CTL-ALT-USED         PIC 9(7) VALUE 0.

       *> 客戶姓名
       01 WS-CNM-FILE-NAME     PIC X(100).
       01 WS-CNM-STATUS        PIC XX.
       01 WS-NONAME-FILE-NAME  PIC X(100).
       01 WS-NAME-FOUND        PIC X.
       01 WS-NAME-WIDTH        PIC 9(3) VALUE 40.
       01 CTL-NO-NAME          PIC 9(7) VALUE 0.

       *> 裁切到姓名寬度（跟 LABELGEN 同一套分類）
       01 FIT-SRC              PIC X(150).
       01 FIT-OUT              PIC X(150).
       01 FIT-SRC-LEN          PIC 9(3).
       01 FIT-SCAN             PIC 9(3).
       01 FIT-CHAR-BYTES       PIC 9(1).
       01 FIT-CHAR-COLS        PIC 9(1).
       01 FIT-COLS-USED        PIC 9(3).
       01 FIT-OUT-PTR          PIC 9(3).


       01 CSV-FIELDS.
           05 CSV-CHINESE      PIC X(500).
           05 CSV-ACCOUNT-ID   PIC X(30).
           05 CSV-LANDMARK     PIC X(200).

       COPY "mailhold.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-FILE-NAMES
               MOVE FUNCTION TRIM(WS-ENV-VALUE)(1:8) TO WS-MAIL-DATE
           END-IF
           PERFORM LOAD-ALT-ADDRESSES
           OPEN INPUT CNM-FILE
           IF WS-CNM-STATUS NOT = '00'
               DISPLAY "PRESORT: cannot open customer name file "
                   FUNCTION TRIM(WS-CNM-FILE-NAME)
                   " (status " WS-CNM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUPP-FILE
           MOVE SPACES TO SUPP-REC
           STRING "Account;Reason;Program"
               DELIMITED BY SIZE INTO SUPP-REC
           WRITE SUPP-REC
           OPEN OUTPUT NONAME-FILE
           MOVE SPACES TO NONAME-REC
           STRING "Account;Reason;Program"
               DELIMITED BY SIZE INTO NONAME-REC
           WRITE NONAME-REC

           IF RATE-COUNT > 0
               OPEN EXTEND PDTL-FILE
               IF WS-PDTL-STATUS NOT = '00'
                   OPEN OUTPUT PDTL-FILE
               END-IF
           END-IF

           SORT SORT-FILE
               ASCENDING KEY SR-COUNTRY SR-ZIP SR-ROUTE
               INPUT PROCEDURE IS FEED-SORT
               OUTPUT PROCEDURE IS WRITE-SORTED

           CLOSE SUPP-FILE CNM-FILE NONAME-FILE
           MOVE 'E' TO MH-FUNCTION
           CALL 'MAILHOLD' USING MH-AREA
           IF RATE-COUNT > 0
               PERFORM WRITE-MAILING-MANIFEST
               PERFORM WRITE-POSTAGE-CONTROL
               CLOSE PDTL-FILE
           END-IF
           DISPLAY "PRESORT: " CTL-SORTED-COUNT " records into "
               CUR-BUNDLE " bundles - see "
               FUNCTION TRIM(WS-BUNDLE-FILE-NAME)
           DISPLAY "PRESORT control: " CTL-READ-COUNT " selected = "
               CTL-SORTED-COUNT " bundled + " CTL-SUPPRESSED
               " suppressed (do-not-mail) + " CTL-HELD-MAIL
               " held (undeliverable) + " CTL-NO-NAME
               " no name on file"
           IF CTL-HELD-MAIL > 0
               DISPLAY "PRESORT: " CTL-HELD-MAIL " piece(s) to "
                   "undeliverable addresses held in the hold-mail "
                   "vault - see " FUNCTION TRIM(WS-SUPP-FILE-NAME)
           END-IF
           IF CTL-NO-NAME > 0
               DISPLAY "PRESORT: " CTL-NO-NAME " account(s) with "
                   "no customer name - see "
                   FUNCTION TRIM(WS-NONAME-FILE-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ALT-COUNT > 0
               DISPLAY "PRESORT: " CTL-ALT-USED " piece(s) sorted "
                   "under a seasonal alternate address (mail date "

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-JOB-ID
           STRING 'PS' WS-RUN-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-JOB-ID

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'PRESORT_MAIL_TYPE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-MAIL-TYPE
           END-IF
           IF WS-MAIL-TYPE NOT = 'STATEMENT'
              AND WS-MAIL-TYPE NOT = 'LETTER'
              AND WS-MAIL-TYPE NOT = 'CAMPAIGN'
               DISPLAY "PRESORT: unknown mailing type "
                   FUNCTION TRIM(WS-MAIL-TYPE)
                   " (STATEMENT, LETTER or CAMPAIGN)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-PDTL-FILE-NAME
           STRING 'postage_detail_' WS-RUN-DATE(1:6) '.txt'
               DELIMITED BY SIZE INTO WS-PDTL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'PRESORT_POSTAGE_DETAIL'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PDTL-FILE-NAME
           END-IF

           STRING 'test_1016_' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RATE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-MANIFEST-FILE-NAME
           STRING 'statement_of_mailing_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-MANIFEST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'PRESORT_MANIFEST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MANIFEST-FILE-NAME
           END-IF

           MOVE 'route_directory.txt' TO WS-ROUTE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'PRESORT_ROUTE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ROUTE-FILE-NAME
           END-IF

           MOVE 'customer_name.dat' TO WS-CNM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CUSTNAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CNM-FILE-NAME
           END-IF
           STRING 'presort_noname_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-NONAME-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'PRESORT_NONAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-NONAME-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'PRESORT_NAME_WIDTH'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-NAME-WIDTH
               IF WS-NAME-WIDTH < 10 OR WS-NAME-WIDTH > 100
                   MOVE 40 TO WS-NAME-WIDTH
               END-IF
           END-IF.

       *> 路線名錄載入（檔案不存在就空表，全部照舊 ZIP 捆包）
                                    CSV-CONCAT CSV-SCORE
                                    CSV-ACCOUNT-ID CSV-LANDMARK
                           END-UNSTRING
                           MOVE 'N' TO MH-HELD
                           PERFORM CHECK-DNM-LIST
                           IF DNM-HIT > 0
                               ADD 1 TO CTL-SUPPRESSED
                                   DELIMITED BY SIZE INTO SUPP-REC
                               WRITE SUPP-REC
                           ELSE
                               PERFORM CHECK-HOLD-MAIL
                               IF NOT MH-IS-HELD
                                   PERFORM LOOKUP-CUSTOMER-NAME
                               END-IF
                           END-IF
                           IF DNM-HIT = 0 AND NOT MH-IS-HELD
                              AND WS-NAME-FOUND = 'Y'
                               MOVE SPACES TO SORT-REC
                               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   CSV-COL(21))) TO SR-COUNTRY
                                       TO SR-STREET
                               END-IF
                               PERFORM LOOKUP-CARRIER-ROUTE
                               MOVE FUNCTION TRIM(CSV-ACCOUNT-ID)
                                   TO SR-ACCOUNT
                               MOVE CNM-NAME1 TO FIT-SRC
                               PERFORM FIT-TO-NAME-WIDTH
                               MOVE FIT-OUT TO SR-NAME1
                               MOVE CNM-NAME2 TO FIT-SRC
                               PERFORM FIT-TO-NAME-WIDTH
                               MOVE FIT-OUT TO SR-NAME2
                               MOVE IN-REC TO SR-DATA
                               RELEASE SORT-REC
                           END-IF
           END-PERFORM
           CLOSE IN-FILE.

       *> 主檔上寄不到（退郵旗標 U）的帳號扣進扣件庫，不進捆包
       CHECK-HOLD-MAIL.
           MOVE SPACES TO MH-AREA
           MOVE 'H' TO MH-FUNCTION
           MOVE CSV-ACCOUNT-ID TO MH-ACCOUNT
           MOVE WS-MAIL-TYPE TO MH-MAIL-TYPE
           MOVE WS-JOB-ID TO MH-JOB
           MOVE 'PRESORT' TO MH-PROGRAM
           CALL 'MAILHOLD' USING MH-AREA
           IF MH-IS-HELD
               ADD 1 TO CTL-HELD-MAIL
               MOVE SPACES TO SUPP-REC
               STRING FUNCTION TRIM(CSV-ACCOUNT-ID)
                   ";UNDELIV HOLD " FUNCTION TRIM(MH-PIECE-ID)
                   ";PRESORT"
                   DELIMITED BY SIZE INTO SUPP-REC
               WRITE SUPP-REC
           END-IF.

       *> 以帳號讀客戶姓名檔；查不到（或第一行姓名空白）就列
       *> 無姓名例外清單，這一件不進捆包（WS-NAME-FOUND = 'N'）
       LOOKUP-CUSTOMER-NAME.
           MOVE 'Y' TO WS-NAME-FOUND
           MOVE CSV-ACCOUNT-ID TO CNM-ACCOUNT
           READ CNM-FILE
               INVALID KEY
                   MOVE SPACES TO CNM-NAME1
           END-READ
           IF FUNCTION TRIM(CNM-NAME1) = SPACES
               MOVE 'N' TO WS-NAME-FOUND
               ADD 1 TO CTL-NO-NAME
               MOVE SPACES TO NONAME-REC
               STRING FUNCTION TRIM(CSV-ACCOUNT-ID)
                   ";NO NAME ON FILE;PRESORT"
                   DELIMITED BY SIZE INTO NONAME-REC
               WRITE NONAME-REC
           END-IF.

       *> 裁切到 WS-NAME-WIDTH 個顯示欄位：ASCII 算 1 欄、UTF-8
       *> 多位元組字元算 2 欄，放不下整個字元就停在字元前，
       *> 絕不切半個字（跟 LABELGEN 同一套規矩）。
       FIT-TO-NAME-WIDTH.
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
               IF FIT-COLS-USED + FIT-CHAR-COLS > WS-NAME-WIDTH
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

       *> OUTPUT PROCEDURE：依序取回排序後的記錄、編捆號。
       *> 換國家、郵遞區號跨出目前規則範圍、或件數到達上限
       *> 就收掉目前的捆，彙總寫一行。
           MOVE SR-ZIP TO CUR-ZIP-LAST

           MOVE SPACES TO SORTED-REC
           STRING "B" CUR-BUNDLE ";"
               FUNCTION TRIM(SR-NAME1) ";"
               FUNCTION TRIM(SR-NAME2) ";"
               FUNCTION TRIM(SR-DATA)
               DELIMITED BY SIZE INTO SORTED-REC
           WRITE SORTED-REC
           IF RATE-COUNT > 0
               MOVE SPACES TO PDTL-REC
               STRING "P;" FUNCTION TRIM(WS-JOB-ID) ";"
                   FUNCTION TRIM(WS-MAIL-TYPE) ";B" CUR-BUNDLE ";"
                   FUNCTION TRIM(SR-ACCOUNT)
                   DELIMITED BY SIZE INTO PDTL-REC
               WRITE PDTL-REC
           END-IF.

       OPEN-NEW-BUNDLE.
           MOVE LOOKUP-RULE-IDX TO CUR-RULE-IDX
       CLOSE-BUNDLE.
           IF RATE-COUNT > 0
               PERFORM RATE-CLOSED-BUNDLE
               *> 捆的郵資緊接在該捆各件之後（R 已計費 / U 未計費）
               MOVE WS-BUNDLE-POST TO WS-POST-DISP
               IF RATE-BEST = 0
                   MOVE 'U' TO WS-RATED-FLAG
               ELSE
                   MOVE 'R' TO WS-RATED-FLAG
               END-IF
               MOVE SPACES TO PDTL-REC
               STRING "B;" FUNCTION TRIM(WS-JOB-ID) ";"
                   FUNCTION TRIM(WS-MAIL-TYPE) ";B" CUR-BUNDLE ";"
                   CUR-PIECES ";" FUNCTION TRIM(WS-POST-DISP) ";"
                   WS-RATED-FLAG
                   DELIMITED BY SIZE INTO PDTL-REC
               WRITE PDTL-REC
           END-IF
           MOVE SPACES TO BUNDLE-REC
           STRING "B" CUR-BUNDLE ";"
       *> 收尾的對帳行會現形。
       RATE-CLOSED-BUNDLE.
           MOVE 0 TO RATE-BEST
           MOVE 0 TO WS-BUNDLE-POST
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF (RC-COUNTRY(RATE-IDX) =
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           MOVE SPACES TO MANIFEST-REC
           STRING "Job " FUNCTION TRIM(WS-JOB-ID) " mailing type "
               FUNCTION TRIM(WS-MAIL-TYPE)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           MOVE SPACES TO MANIFEST-REC
           STRING "Country;TierMinPieces;Rate;Pieces;Postage"
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE.

       *> 郵資明細的本批控制行：捆包件數、計費件數、總郵資跟投郵
       *> 清單檔名，POSTCHG 拿它跟分攤結果、投郵清單三方對帳。
       WRITE-POSTAGE-CONTROL.
           MOVE WS-POST-TOTAL TO WS-POST-DISP
           MOVE SPACES TO PDTL-REC
           STRING "T;" FUNCTION TRIM(WS-JOB-ID) ";"
               FUNCTION TRIM(WS-MAIL-TYPE) ";" WS-RUN-DATE ";"
               CTL-SORTED-COUNT ";" CTL-PIECES-RATED ";"
               FUNCTION TRIM(WS-POST-DISP) ";"
               FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
               DELIMITED BY SIZE INTO PDTL-REC
           WRITE PDTL-REC.

       *> 這一筆的郵遞區號落在哪一條捆包規則的範圍內，
       *> 取那一條的每捆上限；都不在範圍內就用預設值。
       LOOKUP-MAX-PIECES.
