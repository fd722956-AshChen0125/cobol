      *> 也不會因為位元組數不同而對不齊。
      *> LABEL_WIDTH（預設 30 顯示欄位）/ LABEL_HEIGHT（預設 6 行）
      *> / LABEL_NUP（預設 1，最多 4）用環境變數設定。
      *> 郵寄/實體雙記錄（RecType M/P）的帳號只印一張：LABEL_ROLE
      *> 預設 MAILING（略過 P 列），RESIDENTIAL 改略過 M 列，ALL
      *> 兩種都印；略過的列不算進選入筆數，另外報數。
      *> 收件人姓名從客戶姓名檔（CUSTLOAD 建，以帳號讀）印在
      *> 地址上面：帳號、姓名第一/二行、轉交/收件人行（CareOf
      *> 欄）、三行地址。標籤高度（扣掉條碼行）放不下時依序
      *> 先省帳號行、再省姓名第二行、最後才省轉交行，姓名第
      *> 一行一定印。姓名檔查不到的帳號不出標籤，列無姓名
      *> 例外清單（label_noname_YYYYMMDD.txt），控制總數變成
      *> 「選入 = 印出 + 壓抑 + 無姓名」。
      *>   CUSTNAME_FILE     = 客戶姓名檔（預設 customer_name.dat）
      *>   LABEL_NONAME_FILE = 無姓名例外清單
      *> 印條碼時每一件另記一行件清單（mail_pieces.txt，只追加），
      *> 條碼值對回帳號、角色、郵寄批號與列印工作，SCANIMP 匯入
      *> 郵件追蹤掃描時靠它把掃描對回帳號；重印不重記。
      *>   LABEL_PIECE_FILE = 件清單（預設 mail_pieces.txt）
      *>   LABEL_MAILING_ID = 郵寄批號（預設 LBL + 寄件日）
      *> 主檔退郵旗標 'U' 的帳號不出標籤，經 MAILHOLD 扣進扣件庫
      *> （holdmail_vault.txt），壓抑報表記一行「UNDELIV HOLD 扣件
      *> 編號」，控制總數變成「選入 = 印出 + 壓抑 + 扣件 + 無
      *> 姓名」；重印只檢查不重複扣件。
      *>   LABEL_MAIL_TYPE  = 郵件類別（STATEMENT 預設 / LETTER /
      *>                      CAMPAIGN），記進扣件庫
      *> ADDR_ENTITY（預設 BANK）指定法人：輸出 CSV、標籤檔、壓抑/
      *> 無姓名報表、客戶姓名檔、件清單的預設檔名一律掛「代碼_」
      *> 前綴（跟 ADDRMAST、CUSTLOAD、SCANIMP 一致），MAILHOLD 也
      *> 照同一個法人讀主檔、寫扣件庫。拒寄名單、條碼表、季節性
      *> 替代地址是全行共用的。

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
           *> 季節性替代地址（帳號;生效起;生效迄;三行地址;郵遞
           *> 區號）：寄件日落在區間內就用替代地址印標籤
           SELECT ALT-FILE ASSIGN TO DYNAMIC WS-ALT-FILE-NAME
           SELECT BCODE-FILE ASSIGN TO DYNAMIC WS-BCODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCODE-STATUS.
           *> 件清單（只追加）：寄件日;郵寄批號;列印工作;件序號;
           *> 條碼值;帳號;RecType;郵遞區號
           SELECT PIECE-FILE ASSIGN TO DYNAMIC WS-PIECE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIECE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DNM-REC         PIC X(60).
       FD  SUPP-FILE.
       01  SUPP-REC        PIC X(100).
       FD  CNM-FILE.
       COPY "custname.cpy".
       FD  NONAME-FILE.
       01  NONAME-REC      PIC X(100).
       FD  ALT-FILE.
       01  ALT-REC         PIC X(300).
       FD  BCODE-FILE.
       01  BCODE-REC       PIC X(40).
       FD  PIECE-FILE.
       01  PIECE-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 CTL-LABEL-COUNT      PIC 9(7) VALUE 0.
       01 CTL-ROWS-READ        PIC 9(7) VALUE 0.
       01 CTL-SUPPRESSED       PIC 9(7) VALUE 0.
       01 CTL-HELD-MAIL        PIC 9(7) VALUE 0.
       01 WS-MAIL-TYPE         PIC X(10) VALUE 'STATEMENT'.
       01 WS-HOLD-JOB          PIC X(20).

       *> 拒寄名單
       01 WS-DNM-FILE-NAME     PIC X(100).
       01 BC-PIECE-NO          PIC 9(5).
       01 CTL-BARCODED         PIC 9(7) VALUE 0.
       01 CTL-BC-SKIPPED       PIC 9(7) VALUE 0.
      *> 件清單
       01 WS-PIECE-FILE-NAME   PIC X(100).
       01 WS-PIECE-STATUS      PIC XX.
       01 WS-MAILING-ID        PIC X(20).
       01 WS-BC-VALUE          PIC X(20).
       01 CTL-PIECES-LOGGED    PIC 9(7) VALUE 0.

      *> 列印工作分卷與指定範圍重印
       01 WS-JOB-SIZE          PIC 9(5) VALUE 0.
       01 WS-REPRINT-SW        PIC X VALUE 'N'.
           88 REPRINT-MODE         VALUE 'Y'.
       01 CTL-SKIP-REPRINT     PIC 9(7) VALUE 0.
       01 WS-LABEL-ROLE        PIC X(12) VALUE 'MAILING'.
       01 CTL-ROLE-SKIPPED     PIC 9(7) VALUE 0.
      *> 地址第一行印在標籤第幾行（帳號、姓名、轉交行往下推）
       01 WS-ADDR-LINE         PIC 9(2).
       01 WS-LINES-AVAIL       PIC 9(2).
       01 CTL-CAREOF-PRINTED   PIC 9(7) VALUE 0.
      *> 客戶姓名：地址上面還放得下幾行、各行印不印
       01 WS-CNM-FILE-NAME     PIC X(100).
       01 WS-CNM-STATUS        PIC XX.
       01 WS-NONAME-FILE-NAME  PIC X(100).
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-TOP-ROOM          PIC 9(2).
       01 WS-PUT-ACCT          PIC X.
       01 WS-PUT-NAME2         PIC X.
       01 WS-PUT-CAREOF        PIC X.
       01 CTL-NO-NAME          PIC 9(7) VALUE 0.
       01 CTL-NAME2-PRINTED    PIC 9(7) VALUE 0.
       01 CTL-ACCT-OFF         PIC 9(7) VALUE 0.
       01 CTL-NAME2-OFF        PIC 9(7) VALUE 0.
       01 CTL-CAREOF-OFF       PIC 9(7) VALUE 0.


       01 CSV-FIELDS.
           05 CSV-ADDRL1       PIC X(120).
           05 CSV-ADDRL2       PIC X(120).
           05 CSV-ADDRL3       PIC X(120).
           05 CSV-RECTYPE      PIC X(5).
           05 CSV-PHONE        PIC X(50).
           05 CSV-ATTN         PIC X(50).
           05 CSV-UNDELIV      PIC X(7).
           05 CSV-HHKEY        PIC X(20).
           05 CSV-RISKCAT      PIC X(10).
           05 CSV-CAREOF       PIC X(60).

       *> 裁切/補齊到標籤寬度（顯示欄位數）的工作欄位
       01 FIT-SRC              PIC X(150).
       01 LINE-IDX             PIC 9(2).
       01 OUT-PTR              PIC 9(4).

       COPY "mailhold.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'test_1016_' WS-RUN-DATE '.csv'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_IN_FILE'
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'labels_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-LABEL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DNM-FILE-NAME
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'label_suppressed_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SUPP-FILE-NAME
           PERFORM LOAD-DNM-LIST
           MOVE WS-RUN-DATE TO WS-MAIL-DATE
               MOVE FUNCTION TRIM(WS-ENV-VALUE)(1:8) TO WS-MAIL-DATE
           END-IF
           PERFORM LOAD-ALT-ADDRESSES
           MOVE SPACES TO WS-CNM-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'customer_name.dat'
               DELIMITED BY SIZE INTO WS-CNM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CUSTNAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CNM-FILE-NAME
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'label_noname_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-NONAME-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_NONAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-NONAME-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_JOB_SIZE'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
                   " are regenerated (numbering unchanged)"
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_ROLE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN SPACES
                   CONTINUE
               WHEN 'MAILING'
               WHEN 'RESIDENTIAL'
               WHEN 'ALL'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO WS-LABEL-ROLE
               WHEN OTHER
                   DISPLAY "LABELGEN: LABEL_ROLE must be MAILING, "
                       "RESIDENTIAL or ALL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-BARCODE-ENV
           ACCEPT WS-BARCODE-ENV FROM ENVIRONMENT 'LABEL_BARCODE'
           IF FUNCTION UPPER-CASE(WS-BARCODE-ENV) = 'Y'
                       " - barcode lines disabled"
                   MOVE 'N' TO WS-BARCODE-SW
               END-IF
               *> 條碼印在標籤最後一行；前 4 行至少是姓名加
               *> 三行地址，高度 4 的標籤條碼會蓋掉地址第三行
               IF WS-BARCODE-SW = 'Y' AND WS-LABEL-HEIGHT < 5
                   DISPLAY "LABELGEN: LABEL_HEIGHT must be at"
                       " least 5 for barcodes"
               END-IF
           END-IF

           *> 件清單只在正式印條碼時記；重印的件原印時已經記過
           IF BARCODE-MODE AND NOT REPRINT-MODE
               MOVE SPACES TO WS-PIECE-FILE-NAME
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'mail_pieces.txt'
                   DELIMITED BY SIZE INTO WS-PIECE-FILE-NAME
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_PIECE_FILE'
               IF WS-ENV-VALUE NOT = SPACES
                   MOVE WS-ENV-VALUE TO WS-PIECE-FILE-NAME
               END-IF
               MOVE SPACES TO WS-MAILING-ID
               STRING 'LBL' WS-MAIL-DATE
                   DELIMITED BY SIZE INTO WS-MAILING-ID
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_MAILING_ID'
               IF WS-ENV-VALUE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO WS-MAILING-ID
               END-IF
               OPEN EXTEND PIECE-FILE
               IF WS-PIECE-STATUS NOT = '00'
                   OPEN OUTPUT PIECE-FILE
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_MAIL_TYPE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-MAIL-TYPE
           END-IF
           IF WS-MAIL-TYPE NOT = 'STATEMENT'
              AND WS-MAIL-TYPE NOT = 'LETTER'
              AND WS-MAIL-TYPE NOT = 'CAMPAIGN'
               DISPLAY "LABELGEN: unknown mailing type "
                   FUNCTION TRIM(WS-MAIL-TYPE)
                   " (STATEMENT, LETTER or CAMPAIGN)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           *> 扣件記的列印工作：有郵寄批號用批號，否則 LBL + 寄件日
           MOVE SPACES TO WS-HOLD-JOB
           IF WS-MAILING-ID NOT = SPACES
               MOVE WS-MAILING-ID TO WS-HOLD-JOB
           ELSE
               STRING 'LBL' WS-MAIL-DATE
                   DELIMITED BY SIZE INTO WS-HOLD-JOB
           END-IF

           OPEN INPUT IN-FILE
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY "LABELGEN: cannot open input file "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CNM-FILE
           IF WS-CNM-STATUS NOT = '00'
               DISPLAY "LABELGEN: cannot open customer name file "
                   FUNCTION TRIM(WS-CNM-FILE-NAME)
                   " (status " WS-CNM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LABEL-FILE
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

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
               PERFORM WRITE-JOB-TRAILER
           END-IF

           CLOSE IN-FILE LABEL-FILE SUPP-FILE CNM-FILE NONAME-FILE
           MOVE 'E' TO MH-FUNCTION
           CALL 'MAILHOLD' USING MH-AREA
           IF BARCODE-MODE AND NOT REPRINT-MODE
               CLOSE PIECE-FILE
           END-IF
           DISPLAY "LABELGEN: " CTL-LABEL-COUNT " labels numbered, "
               CTL-SKIP-REPRINT " outside the reprint range - "
               "output in " FUNCTION TRIM(WS-LABEL-FILE-NAME)
           DISPLAY "LABELGEN control: " CTL-ROWS-READ " selected = "
               CTL-LABEL-COUNT " printed + " CTL-SUPPRESSED
               " suppressed (do-not-mail) + " CTL-HELD-MAIL
               " held (undeliverable) + " CTL-NO-NAME
               " no name on file"
           IF CTL-HELD-MAIL > 0
               DISPLAY "LABELGEN: " CTL-HELD-MAIL " piece(s) to "
                   "undeliverable addresses held in the hold-mail "
                   "vault - see " FUNCTION TRIM(WS-SUPP-FILE-NAME)
           END-IF
           IF CTL-NO-NAME > 0
               DISPLAY "LABELGEN: " CTL-NO-NAME " account(s) with "
                   "no customer name - see "
                   FUNCTION TRIM(WS-NONAME-FILE-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CTL-ROLE-SKIPPED > 0
               DISPLAY "LABELGEN: " CTL-ROLE-SKIPPED " row(s) of the "
                   "other address role skipped (LABEL_ROLE "
                   FUNCTION TRIM(WS-LABEL-ROLE) ")"
           END-IF
           IF ALT-COUNT > 0
               DISPLAY "LABELGEN: " CTL-ALT-USED " label(s) used a "
                   "seasonal alternate address (mail date "
               DISPLAY "LABELGEN: " CTL-BARCODED " label(s) "
                   "barcoded, " CTL-BC-SKIPPED " skipped (blank or "
                   "non-numeric zip)"
               IF NOT REPRINT-MODE
                   DISPLAY "LABELGEN: " CTL-PIECES-LOGGED " piece(s) "
                       "logged to " FUNCTION TRIM(WS-PIECE-FILE-NAME)
                       " (mailing " FUNCTION TRIM(WS-MAILING-ID) ")"
               END-IF
           END-IF
           IF CTL-CAREOF-PRINTED > 0
               DISPLAY "LABELGEN: " CTL-CAREOF-PRINTED " label(s) "
                   "with a care-of line"
           END-IF
           IF CTL-NAME2-PRINTED > 0
               DISPLAY "LABELGEN: " CTL-NAME2-PRINTED " label(s) "
                   "with a second name line"
           END-IF
           IF CTL-ACCT-OFF > 0 OR CTL-NAME2-OFF > 0
              OR CTL-CAREOF-OFF > 0
               DISPLAY "LABELGEN: label too short - account line "
                   "left off " CTL-ACCT-OFF ", second name line "
                   CTL-NAME2-OFF ", care-of line " CTL-CAREOF-OFF
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "LABELGEN: ADDR_ENTITY must be at most 4 "
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

       *> 條碼代碼表：一行「字元;逸出序列」，至少要收 0-9
       LOAD-BARCODE-TABLE.
           MOVE 'barcode_table.txt' TO WS-BCODE-FILE-NAME
           COMPUTE GROUP-LINE-LEN(GROUP-USED, WS-LABEL-HEIGHT) =
               FIT-OUT-PTR - 1.

       *> 件清單一行：條碼值 = ZIP + 5 位件序號（跟條碼行印的
       *> 同一串），RecType 照輸出 CSV（M/P/空白）
       WRITE-PIECE-LINE.
           MOVE SPACES TO WS-BC-VALUE
           STRING FUNCTION TRIM(WS-BC-ZIP) BC-PIECE-NO
               DELIMITED BY SIZE INTO WS-BC-VALUE
           MOVE SPACES TO PIECE-REC
           STRING WS-MAIL-DATE ";" FUNCTION TRIM(WS-MAILING-ID) ";"
               WS-JOB-NO ";" BC-PIECE-NO ";"
               FUNCTION TRIM(WS-BC-VALUE) ";"
               FUNCTION TRIM(CSV-ACCOUNT-ID) ";"
               FUNCTION TRIM(CSV-RECTYPE) ";"
               FUNCTION TRIM(WS-BC-ZIP)
               DELIMITED BY SIZE INTO PIECE-REC
           WRITE PIECE-REC
           ADD 1 TO CTL-PIECES-LOGGED.

       APPEND-BARCODE-CHAR.
           MOVE 0 TO BC-FOUND
           PERFORM VARYING BC-IDX FROM 1 BY 1
                    CSV-CONCAT CSV-SCORE CSV-ACCOUNT-ID CSV-LANDMARK
                    CSV-CITY-PY CSV-DIST-PY CSV-STREET-PY
                    CSV-RULECODES CSV-DELIV
                    CSV-ADDRL1 CSV-ADDRL2 CSV-ADDRL3 CSV-RECTYPE
                    CSV-PHONE CSV-ATTN CSV-UNDELIV CSV-HHKEY
                    CSV-RISKCAT CSV-CAREOF
           END-UNSTRING

           *> 雙記錄帳號只取設定角色那一列
           IF (WS-LABEL-ROLE = 'MAILING'
               AND FUNCTION TRIM(CSV-RECTYPE) = 'P')
              OR (WS-LABEL-ROLE = 'RESIDENTIAL'
               AND FUNCTION TRIM(CSV-RECTYPE) = 'M')
               ADD 1 TO CTL-ROLE-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CTL-ROWS-READ
           PERFORM CHECK-DNM-LIST
           IF DNM-HIT > 0
               EXIT PARAGRAPH
           END-IF

           *> 主檔上寄不到的帳號扣進扣件庫（重印只檢查、不重扣）
           MOVE SPACES TO MH-AREA
           IF REPRINT-MODE
               MOVE 'Q' TO MH-FUNCTION
           ELSE
               MOVE 'H' TO MH-FUNCTION
           END-IF
           MOVE CSV-ACCOUNT-ID TO MH-ACCOUNT
           MOVE WS-MAIL-TYPE TO MH-MAIL-TYPE
           MOVE WS-HOLD-JOB TO MH-JOB
           MOVE 'LABELGEN' TO MH-PROGRAM
           CALL 'MAILHOLD' USING MH-AREA
           IF MH-IS-HELD
               ADD 1 TO CTL-HELD-MAIL
               MOVE SPACES TO SUPP-REC
               STRING FUNCTION TRIM(CSV-ACCOUNT-ID)
                   ";UNDELIV HOLD " FUNCTION TRIM(MH-PIECE-ID)
                   ";LABELGEN"
                   DELIMITED BY SIZE INTO SUPP-REC
               WRITE SUPP-REC
               EXIT PARAGRAPH
           END-IF

           *> 姓名檔查不到（或第一行姓名空白）不出無名標籤
           MOVE CSV-ACCOUNT-ID TO CNM-ACCOUNT
           READ CNM-FILE
               INVALID KEY
                   MOVE SPACES TO CNM-NAME1
           END-READ
           IF FUNCTION TRIM(CNM-NAME1) = SPACES
               ADD 1 TO CTL-NO-NAME
               MOVE SPACES TO NONAME-REC
               STRING FUNCTION TRIM(CSV-ACCOUNT-ID)
                   ";NO NAME ON FILE;LABELGEN"
                   DELIMITED BY SIZE INTO NONAME-REC
               WRITE NONAME-REC
               EXIT PARAGRAPH
           END-IF

           *> 標籤編號在壓抑之後、重印過濾之前決定：同一份輸入
           *> + 同一份拒寄名單，重印出來的編號跟原印一模一樣
           COMPUTE WS-LABEL-NO = CTL-LABEL-COUNT + 1
               MOVE SPACES TO GROUP-LINE(GROUP-USED, LINE-IDX)
           END-PERFORM

           PERFORM CHECK-ALT-ADDRESS
           IF ALT-HIT > 0
               *> 寄件日生效中的替代地址蓋掉原本的三行地址
               MOVE ALT-LINE2(ALT-HIT) TO CSV-ADDRL2
               MOVE ALT-LINE3(ALT-HIT) TO CSV-ADDRL3
           END-IF

           *> 地址上面的行：三行地址（扣掉條碼行）以外剩幾行。
           *> 姓名第一行一定印；其餘放得下才印，收件人比內部
           *> 帳號重要 - 轉交行優先、姓名第二行其次、帳號最後。
           *> 替代地址生效中不印原地址的轉交。
           MOVE WS-LABEL-HEIGHT TO WS-LINES-AVAIL
           IF BARCODE-MODE
               SUBTRACT 1 FROM WS-LINES-AVAIL
           END-IF
           COMPUTE WS-TOP-ROOM = WS-LINES-AVAIL - 4
           MOVE 'N' TO WS-PUT-ACCT WS-PUT-NAME2 WS-PUT-CAREOF
           IF FUNCTION TRIM(CSV-CAREOF) NOT = SPACES
              AND ALT-HIT = 0
               IF WS-TOP-ROOM > 0
                   MOVE 'Y' TO WS-PUT-CAREOF
                   SUBTRACT 1 FROM WS-TOP-ROOM
               ELSE
                   ADD 1 TO CTL-CAREOF-OFF
               END-IF
           END-IF
           IF FUNCTION TRIM(CNM-NAME2) NOT = SPACES
               IF WS-TOP-ROOM > 0
                   MOVE 'Y' TO WS-PUT-NAME2
                   SUBTRACT 1 FROM WS-TOP-ROOM
               ELSE
                   ADD 1 TO CTL-NAME2-OFF
               END-IF
           END-IF
           IF WS-TOP-ROOM > 0
               MOVE 'Y' TO WS-PUT-ACCT
           ELSE
               ADD 1 TO CTL-ACCT-OFF
           END-IF

           MOVE 1 TO WS-ADDR-LINE
           IF WS-PUT-ACCT = 'Y'
               MOVE CSV-ACCOUNT-ID TO FIT-SRC
               PERFORM PUT-TOP-LINE
           END-IF
           MOVE CNM-NAME1 TO FIT-SRC
           PERFORM PUT-TOP-LINE
           IF WS-PUT-NAME2 = 'Y'
               MOVE CNM-NAME2 TO FIT-SRC
               PERFORM PUT-TOP-LINE
               ADD 1 TO CTL-NAME2-PRINTED
           END-IF
           IF WS-PUT-CAREOF = 'Y'
               MOVE CSV-CAREOF TO FIT-SRC
               PERFORM PUT-TOP-LINE
               ADD 1 TO CTL-CAREOF-PRINTED
           END-IF

           IF FUNCTION TRIM(CSV-ADDRL1) = SPACES
              AND FUNCTION TRIM(CSV-ADDRL2) = SPACES
              AND FUNCTION TRIM(CSV-ADDRL3) = SPACES
               MOVE CSV-CONCAT TO FIT-SRC
               PERFORM FIT-TO-LABEL-WIDTH
               MOVE FIT-OUT TO GROUP-LINE(GROUP-USED, WS-ADDR-LINE)
               COMPUTE GROUP-LINE-LEN(GROUP-USED, WS-ADDR-LINE) =
                   FIT-OUT-PTR - 1
           ELSE
               MOVE CSV-ADDRL1 TO FIT-SRC
               PERFORM FIT-TO-LABEL-WIDTH
               MOVE FIT-OUT TO GROUP-LINE(GROUP-USED, WS-ADDR-LINE)
               COMPUTE GROUP-LINE-LEN(GROUP-USED, WS-ADDR-LINE) =
                   FIT-OUT-PTR - 1
               ADD 1 TO WS-ADDR-LINE
               MOVE CSV-ADDRL2 TO FIT-SRC
               PERFORM FIT-TO-LABEL-WIDTH
               MOVE FIT-OUT TO GROUP-LINE(GROUP-USED, WS-ADDR-LINE)
               COMPUTE GROUP-LINE-LEN(GROUP-USED, WS-ADDR-LINE) =
                   FIT-OUT-PTR - 1
               ADD 1 TO WS-ADDR-LINE
               MOVE CSV-ADDRL3 TO FIT-SRC
               PERFORM FIT-TO-LABEL-WIDTH
               MOVE FIT-OUT TO GROUP-LINE(GROUP-USED, WS-ADDR-LINE)
               COMPUTE GROUP-LINE-LEN(GROUP-USED, WS-ADDR-LINE) =
                   FIT-OUT-PTR - 1
           END-IF

           *> 條碼行（ZIP 空白或非數字的標籤略過並計數）。
                  AND FUNCTION TRIM(WS-BC-ZIP) IS NUMERIC
                   PERFORM BUILD-BARCODE-LINE
                   ADD 1 TO CTL-BARCODED
                   IF NOT REPRINT-MODE
                       PERFORM WRITE-PIECE-LINE
                   END-IF
               ELSE
                   ADD 1 TO CTL-BC-SKIPPED
               END-IF
               PERFORM FLUSH-LABEL-GROUP
           END-IF.

       *> 地址上面的一行（帳號/姓名/轉交）：FIT-SRC 裁切補齊後
       *> 放進標籤第 WS-ADDR-LINE 行，地址起始行跟著往下挪
       PUT-TOP-LINE.
           PERFORM FIT-TO-LABEL-WIDTH
           MOVE FIT-OUT TO GROUP-LINE(GROUP-USED, WS-ADDR-LINE)
           COMPUTE GROUP-LINE-LEN(GROUP-USED, WS-ADDR-LINE) =
               FIT-OUT-PTR - 1
           ADD 1 TO WS-ADDR-LINE.

       *> 把 FIT-SRC 裁切/補齊成剛好 WS-LABEL-WIDTH 個顯示欄位：
       *> ASCII 算 1 欄、UTF-8 多位元組字元算 2 欄；放不下整個
       *> 字元就停在字元前，絕不切半個字，最後用空白補滿。
