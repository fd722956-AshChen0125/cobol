      *>   {AVENUE} {TOWN} {DISTRICT} {CITY} {COUNTY} {PROVINCE}
      *>   {STATE} {ZIP} {COUNTRY} {POBOX} {DATE}
      *>   {ADDRBLOCK1/2/3} = 依郵寄慣例組好的三行地址
      *>   {CAREOF}  = 轉交/收件人行（主檔 CARE_OF 欄）；模板沒
      *>               用到時自動印在 {ADDRBLOCK1} 那一行上面，
      *>               對齊地址的起始欄
      *>   {NAME1} {NAME2} = 收件人姓名（客戶姓名檔，CUSTLOAD 建）；
      *>               模板沒用到 {NAME1} 時自動印在 {ADDRBLOCK1}
      *>               （和轉交行）上面，一樣對齊地址的起始欄
      *>   {SALUTATION} = 稱謂；姓名檔沒給就依語言偏好用
      *>               「Dear 姓名」/「姓名 台鑒」
      *>   {LANG}    = 語言偏好（ZH / EN）
      *> 姓名檔查不到的帳號不出信，列無姓名例外清單
      *> （letter_noname_YYYYMMDD.txt），不寄無名信。
      *> 模板改版不必動程式。每行用跟 LABELGEN 同一套 UTF-8
      *> 顯示欄位寬度處理裁切/補齊（LETTER_WIDTH 預設 76），
      *> 中文行不會從字中間切開。
      *>                        第一欄帳號、; 分隔、首行表頭）
      *>   LETTER_TEMPLATE    = 模板（預設 letter_template.txt）
      *>   LETTER_OUT_FILE    = 列印檔（預設 letters_YYYYMMDD.txt）
      *>   LETTER_ROLE        = 只用這個地址角色（MAILING /
      *>                        RESIDENTIAL / BUSINESS）；空白就依
      *>                        MAILING → RESIDENTIAL → BUSINESS
      *>                        順序取帳號第一個有的地址
      *>   CUSTNAME_FILE      = 客戶姓名檔（預設 customer_name.dat）
      *>   LETTER_NONAME_FILE = 無姓名例外清單

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT PRT-FILE ASSIGN TO DYNAMIC WS-PRT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CNM-FILE ASSIGN TO DYNAMIC WS-CNM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNM-ACCOUNT
               FILE STATUS IS WS-CNM-STATUS.
           SELECT NONAME-FILE ASSIGN TO DYNAMIC WS-NONAME-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "addrmast.cpy".
       FD  PRT-FILE.
       01  PRT-REC         PIC X(250).
       FD  CNM-FILE.
       COPY "custname.cpy".
       FD  NONAME-FILE.
       01  NONAME-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-PRT-FILE-NAME     PIC X(100).
       01 WS-CNM-FILE-NAME     PIC X(100).
       01 WS-CNM-STATUS        PIC XX.
       01 WS-NONAME-FILE-NAME  PIC X(100).
       01 SEL-EOF              PIC X VALUE 'N'.
       01 TPL-EOF              PIC X VALUE 'N'.
       01 WS-HEADER-SKIPPED    PIC X VALUE 'N'.
       01 WS-LETTER-WIDTH      PIC 9(3) VALUE 76.
       01 SEL-ACCOUNT          PIC X(30).

       *> 信寄到哪一個地址角色：依序試讀，第一個讀到的就用
       01 ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-COUNT      PIC 9 VALUE 0.
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.

       *> 模板整份載入（一封信逐戶重複用）
       01 TPL-TABLE.
           05 TPL-LINE OCCURS 60 TIMES PIC X(200).
       01 TPL-COUNT            PIC 9(2) VALUE 0.
       01 TPL-IDX              PIC 9(2).
       01 TPL-UPPER            PIC X(200).
       01 TPL-TALLY            PIC 9(3).
       01 TPL-HAS-CAREOF       PIC X VALUE 'N'.
       01 TPL-INDENT           PIC 9(3).
       01 CTL-CAREOF-LINES     PIC 9(7) VALUE 0.
       01 TPL-HAS-NAME         PIC X VALUE 'N'.
       01 CTL-NAME-LINES       PIC 9(7) VALUE 0.

       *> 稱謂（姓名檔沒給就依語言偏好組）
       01 WS-SALUTATION        PIC X(120).

       *> {欄位名} 代換工作欄位
       01 SUB-IN               PIC X(200).

       01 CTL-LETTERS          PIC 9(7) VALUE 0.
       01 CTL-NOT-FOUND        PIC 9(7) VALUE 0.
       01 CTL-NO-NAME          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PRT-FILE-NAME
           END-IF
           MOVE 'customer_name.dat' TO WS-CNM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CUSTNAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CNM-FILE-NAME
           END-IF
           STRING 'letter_noname_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-NONAME-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LETTER_NONAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-NONAME-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LETTER_WIDTH'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LETTER_ROLE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN SPACES
                   MOVE 'MAILING'     TO ROLE-PREF(1)
                   MOVE 'RESIDENTIAL' TO ROLE-PREF(2)
                   MOVE 'BUSINESS'    TO ROLE-PREF(3)
                   MOVE 3 TO ROLE-PREF-COUNT
               WHEN 'MAILING'
               WHEN 'RESIDENTIAL'
               WHEN 'BUSINESS'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO ROLE-PREF(1)
                   MOVE 1 TO ROLE-PREF-COUNT
               WHEN OTHER
                   DISPLAY "LETTERGEN: LETTER_ROLE must be MAILING, "
                       "RESIDENTIAL or BUSINESS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM LOAD-TEMPLATE
           IF TPL-COUNT = 0
               DISPLAY "LETTERGEN: template "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CNM-FILE
           IF WS-CNM-STATUS NOT = '00'
               DISPLAY "LETTERGEN: cannot open customer name file "
                   FUNCTION TRIM(WS-CNM-FILE-NAME)
                   " (status " WS-CNM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRT-FILE
           OPEN OUTPUT NONAME-FILE
           MOVE SPACES TO NONAME-REC
           STRING "Account;Reason;Program"
               DELIMITED BY SIZE INTO NONAME-REC
           WRITE NONAME-REC

           PERFORM UNTIL SEL-EOF = 'Y'
               READ SEL-FILE

           MOVE SPACES TO PRT-REC
           STRING "=== " CTL-LETTERS " letter(s) printed, "
               CTL-NOT-FOUND " account(s) not on master, "
               CTL-NO-NAME " without a customer name ==="
               DELIMITED BY SIZE INTO PRT-REC
           WRITE PRT-REC
           CLOSE SEL-FILE MAST-FILE PRT-FILE CNM-FILE NONAME-FILE

           DISPLAY "LETTERGEN: " CTL-LETTERS " letters, "
               CTL-NOT-FOUND " accounts not on master - see "
               FUNCTION TRIM(WS-PRT-FILE-NAME)
           IF CTL-CAREOF-LINES > 0
               DISPLAY "LETTERGEN: " CTL-CAREOF-LINES " care-of "
                   "line(s) printed above the address block"
           END-IF
           IF CTL-NAME-LINES > 0
               DISPLAY "LETTERGEN: " CTL-NAME-LINES " name "
                   "line(s) printed above the address block"
           END-IF
           IF CTL-NO-NAME > 0
               DISPLAY "LETTERGEN: " CTL-NO-NAME " account(s) with "
                   "no customer name - see "
                   FUNCTION TRIM(WS-NONAME-FILE-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 依 ROLE-PREF 順序用帳號+角色試讀主檔，讀到就停
       READ-MAST-BY-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > ROLE-PREF-COUNT
                      OR WS-ROLE-FOUND = 'Y'
               MOVE FUNCTION TRIM(SEL-ACCOUNT) TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
           END-PERFORM.

       LOAD-TEMPLATE.
           OPEN INPUT TPL-FILE
           IF WS-TPL-STATUS NOT = '00'
                       IF TPL-COUNT < 60
                           ADD 1 TO TPL-COUNT
                           MOVE TPL-REC TO TPL-LINE(TPL-COUNT)
                           MOVE FUNCTION UPPER-CASE(TPL-REC)
                               TO TPL-UPPER
                           MOVE 0 TO TPL-TALLY
                           INSPECT TPL-UPPER TALLYING TPL-TALLY
                               FOR ALL '{CAREOF}'
                           IF TPL-TALLY > 0
                               MOVE 'Y' TO TPL-HAS-CAREOF
                           END-IF
                           MOVE 0 TO TPL-TALLY
                           INSPECT TPL-UPPER TALLYING TPL-TALLY
                               FOR ALL '{NAME1}'
                           IF TPL-TALLY > 0
                               MOVE 'Y' TO TPL-HAS-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           UNSTRING SEL-REC DELIMITED BY ';'
               INTO SEL-ACCOUNT
           END-UNSTRING
           PERFORM READ-MAST-BY-ROLE
           IF WS-ROLE-FOUND = 'N'
               ADD 1 TO CTL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           *> 姓名檔查不到（或第一行姓名空白）不出無名信
           MOVE FUNCTION TRIM(SEL-ACCOUNT) TO CNM-ACCOUNT
           READ CNM-FILE
               INVALID KEY
                   MOVE SPACES TO CNM-NAME1
           END-READ
           IF FUNCTION TRIM(CNM-NAME1) = SPACES
               ADD 1 TO CTL-NO-NAME
               MOVE SPACES TO NONAME-REC
               STRING FUNCTION TRIM(SEL-ACCOUNT)
                   ";NO NAME ON FILE;LETTERGEN"
                   DELIMITED BY SIZE INTO NONAME-REC
               WRITE NONAME-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-SALUTATION

           PERFORM BUILD-ADDRESS-BLOCK
           ADD 1 TO CTL-LETTERS
           PERFORM VARYING TPL-IDX FROM 1 BY 1
                   UNTIL TPL-IDX > TPL-COUNT
               IF TPL-HAS-NAME = 'N'
                   PERFORM PRINT-AUTO-NAME-LINES
               END-IF
               IF TPL-HAS-CAREOF = 'N'
                  AND FUNCTION TRIM(MAST-CARE-OF) NOT = SPACES
                   PERFORM PRINT-AUTO-CAREOF-LINE
               END-IF
               MOVE TPL-LINE(TPL-IDX) TO SUB-IN
               PERFORM SUBSTITUTE-LINE
               MOVE SUB-OUT TO FIT-SRC
           MOVE SPACES TO PRT-REC
           WRITE PRT-REC.

       *> 模板沒放 {CAREOF}：這一行有 {ADDRBLOCK1} 就先在上面
       *> 印一行轉交/收件人，從 {ADDRBLOCK1} 的起始欄開始印
       PRINT-AUTO-CAREOF-LINE.
           MOVE FUNCTION UPPER-CASE(TPL-LINE(TPL-IDX)) TO TPL-UPPER
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
           MOVE FUNCTION UPPER-CASE(TPL-LINE(TPL-IDX)) TO TPL-UPPER
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

       *> 稱謂：姓名檔有給就照用，沒給依語言偏好組預設
       BUILD-SALUTATION.
           MOVE SPACES TO WS-SALUTATION
           IF FUNCTION TRIM(CNM-SALUTATION) NOT = SPACES
               MOVE CNM-SALUTATION TO WS-SALUTATION
           ELSE
               IF CNM-LANG = 'EN'
                   STRING "Dear " FUNCTION TRIM(CNM-NAME1)
                       DELIMITED BY SIZE INTO WS-SALUTATION
               ELSE
                   STRING FUNCTION TRIM(CNM-NAME1) " 台鑒"
                       DELIMITED BY SIZE INTO WS-SALUTATION
               END-IF
           END-IF.

       *> 依郵寄慣例把主檔欄位組成三行地址：
       *> 門牌+街道 / 行政區+城市 / 郵遞區號+國家
       BUILD-ADDRESS-BLOCK.
               WHEN 'ADDRBLOCK1' MOVE ADDR-BLOCK1 TO SUB-VALUE
               WHEN 'ADDRBLOCK2' MOVE ADDR-BLOCK2 TO SUB-VALUE
               WHEN 'ADDRBLOCK3' MOVE ADDR-BLOCK3 TO SUB-VALUE
               WHEN 'CAREOF'     MOVE MAST-CARE-OF TO SUB-VALUE
               WHEN 'NAME1'      MOVE CNM-NAME1 TO SUB-VALUE
               WHEN 'NAME2'      MOVE CNM-NAME2 TO SUB-VALUE
               WHEN 'SALUTATION' MOVE WS-SALUTATION TO SUB-VALUE
               WHEN 'LANG'       MOVE CNM-LANG TO SUB-VALUE
               WHEN 'DATE'       MOVE WS-RUN-DATE TO SUB-VALUE
               WHEN OTHER
                   DISPLAY "WARNING: template names unknown field {"
