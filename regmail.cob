       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMAIL.
      *> 存證/催收函掛號交寄與寄發登記簿：法務與催收的通知一律
      *> 掛號寄，要留得下「寄了什麼、寄到哪個地址、哪一天」的證明。
      *> REGMAIL_ACTION 選三種作業：
      *> DISPATCH = 選取檔（第一欄帳號、第二欄參考號/案號可空，
      *>   首行表頭，跟 LETTERGEN 的選取檔同一種）逐帳號依函件
      *>   類別挑主檔地址角色：
      *>     LEGAL   法律通知 RESIDENTIAL → BUSINESS → MAILING
      *>     COLLECT 催收通知 MAILING → RESIDENTIAL → BUSINESS
      *>   （REGMAIL_ROLE 指定就只用那一個角色）。已塗銷的角色跳
      *>   過；退郵旗標 U 的角色先讓給後面的角色，全都是 U 才寄第一
      *>   個（最後已知地址，登記簿上註記）。每件從郵局核發的號碼
      *>   區段取一個掛號號碼（UPU S10，含檢查碼），印郵局交寄清單
      *>   （大宗掛號執據格式：每頁固定件數、頁小計、總件數、起訖
      *>   號碼、收寄局蓋章欄），寄發登記簿 legal_register.dat 加
      *>   一筆（地址影像 + 主檔版本）。同一天同帳號同類別同參考號
      *>   已交寄過的不重寄（重跑安全）。
      *> RECEIPT  = 郵局回執檔一行「掛號號碼;結果;日期;簽收人/註記」，
      *>   結果 S/SIGNED 簽收、R/REFUSED 拒收、U/UNCLAIMED 招領逾期
      *>   未領，更新登記簿投遞結果；已有不同結果的不覆蓋、列衝突
      *>   給人工。之後整本登記簿掃一遍，交寄超過
      *>   REGMAIL_RECEIPT_DAYS 天（預設 30）還沒回執的列進報表。
      *> INQUIRY  = 依帳號（REGMAIL_ACCOUNT）或掛號號碼
      *>   （REGMAIL_ARTICLE）調閱登記簿，每件印完整寄發紀錄，
      *>   給法院/律師函查詢附卷用。
      *> 號碼區段檔 regmail_article_seq.txt 一行
      *>   「字首;國別;已用到的序號;區段最後序號」
      *> （例 RR;TW;00000000;00099999，郵局核發新區段時由人工改），
      *> DISPATCH 結束時寫回已用到的序號；區段用完剩下的帳號不寄、
      *> 列進報表。
      *>   REGMAIL_ACTION        = DISPATCH|RECEIPT|INQUIRY
      *>   REGMAIL_NOTICE_TYPE   = LEGAL|COLLECT（DISPATCH 必填）
      *>   REGMAIL_SELECT_FILE   = 選取檔（預設
      *>                           regmail_select_YYYYMMDD.txt）
      *>   REGMAIL_ROLE          = 只寄這個角色（選擇性）
      *>   REGMAIL_SENDER        = 交寄清單上的寄件人名稱
      *>   REGMAIL_PAGE_PIECES   = 交寄清單每頁件數（預設 20）
      *>   REGMAIL_RECEIPT_FILE  = 回執檔（預設
      *>                           regmail_receipts_YYYYMMDD.txt，
      *>                           沒有就只列逾期未回執）
      *>   REGMAIL_RECEIPT_DAYS  = 交寄幾天沒回執列報表（預設 30）
      *>   REGMAIL_ACCOUNT       = INQUIRY 調閱的帳號
      *>   REGMAIL_ARTICLE       = INQUIRY 調閱的掛號號碼
      *>   REGMAIL_REGISTER_FILE = 登記簿（預設 legal_register.dat）
      *>   ADDRMAST_MAST_FILE    = 地址主檔

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEL-FILE ASSIGN TO DYNAMIC WS-SEL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.
           SELECT SEQ-FILE ASSIGN TO 'regmail_article_seq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RCPT-FILE ASSIGN TO DYNAMIC WS-RCPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 寄發登記簿：主鍵掛號號碼、備用鍵帳號（可重複）
           SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGM-ARTICLE
               ALTERNATE RECORD KEY IS RGM-ACCOUNT WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEL-FILE.
       01  SEL-REC         PIC X(300).
       FD  SEQ-FILE.
       01  SEQ-REC         PIC X(80).
       FD  RCPT-FILE.
       01  RCPT-REC        PIC X(200).
       FD  LIST-FILE.
       01  LIST-REC        PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(400).
       FD  REG-FILE.
       COPY "regmail.cpy".
       FD  MAST-FILE.
       COPY "addrmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME8         PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ACTION            PIC X(10).
       01 WS-SEL-FILE-NAME     PIC X(100).
       01 WS-SEL-STATUS        PIC XX.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-RCPT-FILE-NAME    PIC X(100).
       01 WS-RCPT-STATUS       PIC XX.
       01 WS-LIST-FILE-NAME    PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-REG-FILE-NAME     PIC X(100).
       01 WS-REG-STATUS        PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.
       01 WS-HEADER-SKIPPED    PIC X VALUE 'N'.
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-AGE-DAYS          PIC 9(6).
       01 WS-DATE-CHECK        PIC X(8).
       01 WS-DATE-OK           PIC X.
       01 WS-REASON            PIC X(60).

       *> 函件類別與地址角色順序
       01 WS-NOTICE-TYPE       PIC X(10).
       01 ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-COUNT      PIC 9 VALUE 3.
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.
       01 WS-FALLBACK-ROLE     PIC X(12).

       *> 號碼區段：字首、國別、已用到的序號、區段最後序號
       01 SEQ-PREFIX           PIC X(2).
       01 SEQ-COUNTRY          PIC X(2).
       01 SEQ-LAST             PIC 9(8).
       01 SEQ-END              PIC 9(8).
       01 SX-PREFIX            PIC X(10).
       01 SX-COUNTRY           PIC X(10).
       01 SX-LAST              PIC X(10).
       01 SX-END               PIC X(10).
       01 WS-RANGE-USED-UP     PIC X VALUE 'N'.
       01 WS-ARTICLE           PIC X(13).
       01 WS-FIRST-ARTICLE     PIC X(13) VALUE SPACES.
       01 WS-LAST-ARTICLE      PIC X(13) VALUE SPACES.
       01 WS-WRITTEN           PIC X.
       *> S10 檢查碼：序號 8 位依序乘 8 6 4 2 3 5 9 7
       01 S10-WEIGHTS.
           05 FILLER PIC 9 VALUE 8.
           05 FILLER PIC 9 VALUE 6.
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC 9 VALUE 3.
           05 FILLER PIC 9 VALUE 5.
           05 FILLER PIC 9 VALUE 9.
           05 FILLER PIC 9 VALUE 7.
       01 S10-WEIGHTS-R REDEFINES S10-WEIGHTS.
           05 S10-WEIGHT OCCURS 8 TIMES PIC 9.
       01 S10-SERIAL           PIC 9(8).
       01 S10-SERIAL-X REDEFINES S10-SERIAL.
           05 S10-DIGIT OCCURS 8 TIMES PIC 9.
       01 S10-IDX              PIC 9.
       01 S10-SUM              PIC 9(4).
       01 S10-CHECK            PIC 9(2).

       *> 一筆選取
       01 SL-ACCOUNT           PIC X(30).
       01 SL-REF               PIC X(30).
       01 WS-DUP-ARTICLE       PIC X(13).

       *> 地址行組成（非空白欄位以一個空白接起來）
       01 WS-LINE-BUF          PIC X(200).
       01 WS-LINE-PTR          PIC 9(4).
       01 WS-PART              PIC X(100).

       *> 交寄清單
       01 WS-BATCH-ID          PIC X(20).
       01 WS-SENDER            PIC X(60) VALUE SPACES.
       01 WS-PAGE-PIECES       PIC 9(3) VALUE 20.
       01 WS-PAGE-NO           PIC 9(4) VALUE 0.
       01 WS-PAGE-COUNT        PIC 9(3) VALUE 0.
       01 AL-HEAD1.
           05 FILLER           PIC X(46)
               VALUE 'REGISTERED MAIL ACCEPTANCE LIST - BULK POSTING'.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'PAGE '.
           05 AL-PAGE          PIC ZZZ9.
       01 AL-HEAD2.
           05 FILLER           PIC X(8) VALUE 'SENDER: '.
           05 AL-SENDER        PIC X(60).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'POSTING DATE: '.
           05 AL-POST-DATE     PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'BATCH: '.
           05 AL-BATCH         PIC X(20).
       01 AL-HEAD3.
           05 FILLER           PIC X(7) VALUE '  SEQ  '.
           05 FILLER           PIC X(15) VALUE 'ARTICLE NO.'.
           05 FILLER           PIC X(10) VALUE 'POSTCODE'.
           05 FILLER           PIC X(32) VALUE 'ADDRESSEE'.
           05 FILLER           PIC X(102) VALUE 'ADDRESS'.
           05 FILLER           PIC X(10) VALUE 'REMARKS'.
       01 AL-DETAIL.
           05 AL-SEQ           PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AL-ARTICLE       PIC X(13).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AL-ZIP           PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AL-ADDRESSEE     PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AL-ADDRESS       PIC X(100).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AL-REMARK        PIC X(10).
       01 AL-PAGE-FOOT.
           05 FILLER           PIC X(23)
               VALUE 'PIECES ON THIS PAGE:   '.
           05 AL-PAGE-PIECES   PIC ZZ9.
       01 AL-LIST-SEQ          PIC 9(5) VALUE 0.

       *> 回執
       01 RC-ARTICLE           PIC X(20).
       01 RC-OUTCOME           PIC X(10).
       01 RC-DATE              PIC X(10).
       01 RC-SIGNER            PIC X(40).
       01 RC-STATUS            PIC X(1).
       01 WS-RECEIPT-DAYS      PIC 9(4) VALUE 30.
       01 WS-STATUS-TEXT       PIC X(10).

       *> 調閱
       01 WS-INQ-ACCOUNT       PIC X(30).
       01 WS-INQ-ARTICLE       PIC X(13).

       01 CTL-SELECTED         PIC 9(7) VALUE 0.
       01 CTL-DISPATCHED       PIC 9(7) VALUE 0.
       01 CTL-NOT-FOUND        PIC 9(7) VALUE 0.
       01 CTL-ALREADY-SENT     PIC 9(7) VALUE 0.
       01 CTL-LAST-KNOWN       PIC 9(7) VALUE 0.
       01 CTL-NO-NUMBER        PIC 9(7) VALUE 0.
       01 CTL-NUMBERS-SKIPPED  PIC 9(7) VALUE 0.
       01 CTL-RECEIPTS         PIC 9(7) VALUE 0.
       01 CTL-SIGNED           PIC 9(7) VALUE 0.
       01 CTL-REFUSED          PIC 9(7) VALUE 0.
       01 CTL-UNCLAIMED        PIC 9(7) VALUE 0.
       01 CTL-DUP-RECEIPT      PIC 9(7) VALUE 0.
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.
       01 CTL-OVERDUE          PIC 9(7) VALUE 0.
       01 CTL-INQ-FOUND        PIC 9(7) VALUE 0.
       01 RL-DISP              PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           MOVE 'legal_register.dat' TO WS-REG-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_REGISTER_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REG-FILE-NAME
           END-IF
           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_ACTION'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'DISPATCH'
                   PERFORM RUN-DISPATCH
               WHEN 'RECEIPT'
                   PERFORM RUN-RECEIPT
               WHEN 'INQUIRY'
                   PERFORM RUN-INQUIRY
               WHEN OTHER
                   DISPLAY "REGMAIL: REGMAIL_ACTION must be DISPATCH, "
                       "RECEIPT or INQUIRY"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> DISPATCH：挑地址、取號、印交寄清單、登記
       RUN-DISPATCH.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_NOTICE_TYPE'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-NOTICE-TYPE
           EVALUATE WS-NOTICE-TYPE
               WHEN 'LEGAL'
                   MOVE 'RESIDENTIAL' TO ROLE-PREF(1)
                   MOVE 'BUSINESS'    TO ROLE-PREF(2)
                   MOVE 'MAILING'     TO ROLE-PREF(3)
               WHEN 'COLLECT'
                   MOVE 'MAILING'     TO ROLE-PREF(1)
                   MOVE 'RESIDENTIAL' TO ROLE-PREF(2)
                   MOVE 'BUSINESS'    TO ROLE-PREF(3)
               WHEN OTHER
                   DISPLAY "REGMAIL: REGMAIL_NOTICE_TYPE must be "
                       "LEGAL or COLLECT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE 3 TO ROLE-PREF-COUNT
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_ROLE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN SPACES
                   CONTINUE
               WHEN 'MAILING'
               WHEN 'RESIDENTIAL'
               WHEN 'BUSINESS'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO ROLE-PREF(1)
                   MOVE 1 TO ROLE-PREF-COUNT
               WHEN OTHER
                   DISPLAY "REGMAIL: REGMAIL_ROLE must be MAILING, "
                       "RESIDENTIAL or BUSINESS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-SEL-FILE-NAME
           STRING 'regmail_select_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SEL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_SELECT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SEL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_SENDER'
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-SENDER
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_PAGE_PIECES'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-PAGE-PIECES
               IF WS-PAGE-PIECES = 0
                   MOVE 20 TO WS-PAGE-PIECES
               END-IF
           END-IF
           MOVE SPACES TO WS-BATCH-ID WS-LIST-FILE-NAME
               WS-RPT-FILE-NAME
           STRING 'RM' WS-RUN-DATE WS-RUN-TIME8(1:6)
               DELIMITED BY SIZE INTO WS-BATCH-ID
           STRING 'regmail_acceptance_' WS-RUN-DATE '_'
               WS-RUN-TIME8(1:6) '.txt'
               DELIMITED BY SIZE INTO WS-LIST-FILE-NAME
           STRING 'regmail_dispatch_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-ARTICLE-RANGE

           OPEN INPUT SEL-FILE
           IF WS-SEL-STATUS NOT = '00'
               DISPLAY "REGMAIL: cannot open selection file "
                   FUNCTION TRIM(WS-SEL-FILE-NAME)
                   " (status " WS-SEL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "REGMAIL: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           *> 第一次用：登記簿還不存在就建一本空的
           OPEN I-O REG-FILE
           IF WS-REG-STATUS = '35'
               OPEN OUTPUT REG-FILE
               CLOSE REG-FILE
               OPEN I-O REG-FILE
           END-IF
           IF WS-REG-STATUS NOT = '00'
               DISPLAY "REGMAIL: cannot open dispatch register "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   " (status " WS-REG-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIST-FILE RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Registered mail dispatch " WS-RUN-DATE " batch "
               FUNCTION TRIM(WS-BATCH-ID) " notice type "
               FUNCTION TRIM(WS-NOTICE-TYPE)
               " (account;disposition;article;role;detail)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE WS-SENDER TO AL-SENDER
           MOVE SPACES TO AL-POST-DATE
           STRING WS-RUN-DATE(1:4) '/' WS-RUN-DATE(5:2) '/'
               WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO AL-POST-DATE
           MOVE WS-BATCH-ID TO AL-BATCH

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SEL-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WS-HEADER-SKIPPED = 'N'
                           MOVE 'Y' TO WS-HEADER-SKIPPED
                       ELSE
                           IF FUNCTION TRIM(SEL-REC) NOT = SPACES
                               ADD 1 TO CTL-SELECTED
                               PERFORM DISPATCH-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-LIST-TRAILER
           CLOSE SEL-FILE MAST-FILE REG-FILE LIST-FILE RPT-FILE
           PERFORM SAVE-ARTICLE-RANGE

           DISPLAY "REGMAIL: " CTL-SELECTED " account(s) selected - "
               CTL-DISPATCHED " dispatched on acceptance list "
               FUNCTION TRIM(WS-LIST-FILE-NAME)
           DISPLAY "REGMAIL: " CTL-NOT-FOUND " not on master, "
               CTL-ALREADY-SENT " already dispatched today, "
               CTL-LAST-KNOWN " sent to a last-known address "
               "flagged undeliverable"
           IF CTL-NUMBERS-SKIPPED > 0
               DISPLAY "REGMAIL: " CTL-NUMBERS-SKIPPED
                   " article number(s) already on the register - "
                   "skipped"
           END-IF
           IF CTL-NO-NUMBER > 0
               DISPLAY "REGMAIL: article number range "
                   SEQ-PREFIX SEQ-END SEQ-COUNTRY " used up - "
                   CTL-NO-NUMBER " account(s) NOT dispatched"
           END-IF
           IF CTL-NOT-FOUND > 0 OR CTL-NO-NUMBER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> 號碼區段：字首;國別;已用到的序號;區段最後序號
       LOAD-ARTICLE-RANGE.
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS NOT = '00'
               DISPLAY "REGMAIL: article number range file "
                   "regmail_article_seq.txt is missing"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SEQ-REC
           READ SEQ-FILE
               AT END CONTINUE
           END-READ
           CLOSE SEQ-FILE
           MOVE SPACES TO SX-PREFIX SX-COUNTRY SX-LAST SX-END
           UNSTRING SEQ-REC DELIMITED BY ';'
               INTO SX-PREFIX SX-COUNTRY SX-LAST SX-END
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-PREFIX))
               TO SEQ-PREFIX
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-COUNTRY))
               TO SEQ-COUNTRY
           IF SEQ-PREFIX IS NOT ALPHABETIC OR SEQ-PREFIX = SPACES
              OR SEQ-COUNTRY IS NOT ALPHABETIC
              OR SEQ-COUNTRY = SPACES
              OR FUNCTION TRIM(SX-LAST) IS NOT NUMERIC
              OR FUNCTION TRIM(SX-END) IS NOT NUMERIC
              OR SX-LAST = SPACES OR SX-END = SPACES
               DISPLAY "REGMAIL: regmail_article_seq.txt must be "
                   "prefix;country;last serial;range end"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(SX-LAST) TO SEQ-LAST
           MOVE FUNCTION NUMVAL(SX-END) TO SEQ-END.

       SAVE-ARTICLE-RANGE.
           OPEN OUTPUT SEQ-FILE
           MOVE SPACES TO SEQ-REC
           STRING SEQ-PREFIX ";" SEQ-COUNTRY ";" SEQ-LAST ";" SEQ-END
               DELIMITED BY SIZE INTO SEQ-REC
           WRITE SEQ-REC
           CLOSE SEQ-FILE.

      *> 一個帳號：挑地址、擋重寄、取號登記、印清單
       DISPATCH-ONE-ACCOUNT.
           MOVE SPACES TO SL-ACCOUNT SL-REF
           UNSTRING SEL-REC DELIMITED BY ';'
               INTO SL-ACCOUNT SL-REF
           END-UNSTRING
           MOVE FUNCTION TRIM(SL-ACCOUNT) TO SL-ACCOUNT
           MOVE FUNCTION TRIM(SL-REF) TO SL-REF
           IF SL-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SENT-TODAY
           IF WS-DUP-ARTICLE NOT = SPACES
               ADD 1 TO CTL-ALREADY-SENT
               MOVE WS-DUP-ARTICLE TO WS-ARTICLE
               MOVE 'already dispatched today' TO WS-REASON
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(SL-ACCOUNT) ";SKIPPED;"
                   WS-DUP-ARTICLE ";;" FUNCTION TRIM(WS-REASON)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-ADDRESS-ROLE
           IF WS-ROLE-FOUND = 'N'
               ADD 1 TO CTL-NOT-FOUND
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(SL-ACCOUNT) ";NOT FOUND;;;"
                   "no live address on master"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-RANGE-USED-UP = 'Y'
               PERFORM REPORT-NO-NUMBER
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-REGISTER-IMAGE
           MOVE 'N' TO WS-WRITTEN
           PERFORM UNTIL WS-WRITTEN = 'Y' OR WS-RANGE-USED-UP = 'Y'
               PERFORM NEXT-ARTICLE-NUMBER
               IF WS-RANGE-USED-UP = 'N'
                   MOVE WS-ARTICLE TO RGM-ARTICLE
                   WRITE RGM-REC
                       INVALID KEY
                           ADD 1 TO CTL-NUMBERS-SKIPPED
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-WRITTEN
                   END-WRITE
               END-IF
           END-PERFORM
           IF WS-WRITTEN = 'N'
               PERFORM REPORT-NO-NUMBER
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CTL-DISPATCHED
           IF WS-FIRST-ARTICLE = SPACES
               MOVE WS-ARTICLE TO WS-FIRST-ARTICLE
           END-IF
           MOVE WS-ARTICLE TO WS-LAST-ARTICLE
           PERFORM WRITE-LIST-DETAIL
           MOVE SPACES TO WS-REASON
           IF RGM-UNDELIV-FLAG = 'U'
               ADD 1 TO CTL-LAST-KNOWN
               MOVE 'last-known address flagged undeliverable'
                   TO WS-REASON
           END-IF
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(SL-ACCOUNT) ";DISPATCHED;"
               WS-ARTICLE ";" FUNCTION TRIM(RGM-ADDR-ROLE) ";"
               FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       REPORT-NO-NUMBER.
           ADD 1 TO CTL-NO-NUMBER
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(SL-ACCOUNT) ";NOT DISPATCHED;;"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               "article number range used up"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 登記簿上同帳號、同類別、同參考號今天已交寄的那一件
       FIND-SENT-TODAY.
           MOVE SPACES TO WS-DUP-ARTICLE
           MOVE SL-ACCOUNT TO RGM-ACCOUNT
           MOVE 'N' TO WALK-DONE
           START REG-FILE KEY IS = RGM-ACCOUNT
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ REG-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       IF RGM-ACCOUNT NOT = SL-ACCOUNT
                           MOVE 'Y' TO WALK-DONE
                       ELSE
                           IF RGM-NOTICE-TYPE = WS-NOTICE-TYPE
                              AND RGM-NOTICE-REF = SL-REF
                              AND RGM-DISPATCH-DATE = WS-RUN-DATE
                               MOVE RGM-ARTICLE TO WS-DUP-ARTICLE
                               MOVE 'Y' TO WALK-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> 依類別的角色順序挑地址：已塗銷的跳過，退郵 U 的先讓給
      *> 後面的角色，全都是 U 才回頭用第一個讀到的
       PICK-ADDRESS-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           MOVE SPACES TO WS-FALLBACK-ROLE
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > ROLE-PREF-COUNT
                      OR WS-ROLE-FOUND = 'Y'
               MOVE SL-ACCOUNT TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MAST-OTHER NOT = '*ERASED*'
                           IF MAST-UNDELIV-FLAG = 'U'
                               IF WS-FALLBACK-ROLE = SPACES
                                   MOVE MAST-ADDR-ROLE
                                       TO WS-FALLBACK-ROLE
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-ROLE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ROLE-FOUND = 'N' AND WS-FALLBACK-ROLE NOT = SPACES
               MOVE SL-ACCOUNT TO MAST-ACCOUNT-ID
               MOVE WS-FALLBACK-ROLE TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
           END-IF.

      *> 下一個掛號號碼：序號 + 1，超過區段最後序號就停
       NEXT-ARTICLE-NUMBER.
           IF SEQ-LAST >= SEQ-END
               MOVE 'Y' TO WS-RANGE-USED-UP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SEQ-LAST
           MOVE SEQ-LAST TO S10-SERIAL
           MOVE 0 TO S10-SUM
           PERFORM VARYING S10-IDX FROM 1 BY 1 UNTIL S10-IDX > 8
               COMPUTE S10-SUM = S10-SUM
                   + S10-DIGIT(S10-IDX) * S10-WEIGHT(S10-IDX)
           END-PERFORM
           COMPUTE S10-CHECK = 11 - FUNCTION MOD(S10-SUM, 11)
           EVALUATE S10-CHECK
               WHEN 10
                   MOVE 0 TO S10-CHECK
               WHEN 11
                   MOVE 5 TO S10-CHECK
           END-EVALUATE
           MOVE SPACES TO WS-ARTICLE
           STRING SEQ-PREFIX S10-SERIAL S10-CHECK(2:1) SEQ-COUNTRY
               DELIMITED BY SIZE INTO WS-ARTICLE.

      *> 登記簿記錄：交寄當下主檔地址的影像
       BUILD-REGISTER-IMAGE.
           MOVE SPACES TO RGM-REC
           MOVE SL-ACCOUNT TO RGM-ACCOUNT
           MOVE WS-NOTICE-TYPE TO RGM-NOTICE-TYPE
           MOVE SL-REF TO RGM-NOTICE-REF
           MOVE MAST-ADDR-ROLE TO RGM-ADDR-ROLE
           IF FUNCTION TRIM(MAST-CARE-OF) NOT = SPACES
               MOVE FUNCTION TRIM(MAST-CARE-OF) TO RGM-ADDRESSEE
           ELSE
               MOVE SL-ACCOUNT TO RGM-ADDRESSEE
           END-IF

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE MAST-RM TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-F TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-BUILDING TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO RGM-ADDR-UNIT

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE MAST-NO TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-ALY TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-LN TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-SEC TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-STREET TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-AVENUE TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-WAY TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-BLVD TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-ROAD TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-DRIVE TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-POBOX TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO RGM-ADDR-LINE1

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE MAST-DISTRICT TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-TOWN TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-CITY TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-STATE TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO RGM-ADDR-LINE2

           MOVE FUNCTION TRIM(MAST-ZIP) TO RGM-ZIP
           MOVE FUNCTION TRIM(MAST-COUNTRY) TO RGM-COUNTRY
           IF MAST-VERSION IS NUMERIC
               MOVE MAST-VERSION TO RGM-MAST-VERSION
           ELSE
               MOVE 0 TO RGM-MAST-VERSION
           END-IF
           MOVE MAST-UNDELIV-FLAG TO RGM-UNDELIV-FLAG
           MOVE WS-RUN-DATE TO RGM-DISPATCH-DATE
           MOVE WS-RUN-TIME8(1:6) TO RGM-DISPATCH-TIME
           MOVE WS-BATCH-ID TO RGM-BATCH-ID
           COMPUTE RGM-LIST-SEQ = AL-LIST-SEQ + 1
           MOVE 'D' TO RGM-STATUS
           MOVE WS-RUN-DATE TO RGM-STATUS-DATE
           MOVE 0 TO RGM-RECEIPT-LOAD-DATE.

      *> 非空白的欄位值接到地址行後面，中間隔一個空白
       APPEND-LINE-PART.
           IF WS-PART = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-PTR > 1
               STRING " " DELIMITED BY SIZE INTO WS-LINE-BUF
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-PART) DELIMITED BY SIZE
               INTO WS-LINE-BUF
               WITH POINTER WS-LINE-PTR
           END-STRING.

      *> 交寄清單明細：滿一頁先印頁小計，新頁印頁首
       WRITE-LIST-DETAIL.
           IF WS-PAGE-COUNT >= WS-PAGE-PIECES
               PERFORM WRITE-PAGE-FOOTER
           END-IF
           IF WS-PAGE-COUNT = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF
           ADD 1 TO AL-LIST-SEQ
           ADD 1 TO WS-PAGE-COUNT
           MOVE AL-LIST-SEQ TO AL-SEQ
           MOVE RGM-ARTICLE TO AL-ARTICLE
           MOVE RGM-ZIP TO AL-ZIP
           MOVE RGM-ADDRESSEE TO AL-ADDRESSEE
           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE RGM-ADDR-LINE2 TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE RGM-ADDR-LINE1 TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE RGM-ADDR-UNIT TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO AL-ADDRESS
           MOVE RGM-NOTICE-TYPE TO AL-REMARK
           WRITE LIST-REC FROM AL-DETAIL.

       WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO AL-PAGE
           IF WS-PAGE-NO > 1
               MOVE SPACES TO LIST-REC
               WRITE LIST-REC
           END-IF
           WRITE LIST-REC FROM AL-HEAD1
           WRITE LIST-REC FROM AL-HEAD2
           MOVE SPACES TO LIST-REC
           WRITE LIST-REC
           WRITE LIST-REC FROM AL-HEAD3
           MOVE ALL '-' TO LIST-REC
           WRITE LIST-REC.

       WRITE-PAGE-FOOTER.
           MOVE ALL '-' TO LIST-REC
           WRITE LIST-REC
           MOVE WS-PAGE-COUNT TO AL-PAGE-PIECES
           WRITE LIST-REC FROM AL-PAGE-FOOT
           MOVE 0 TO WS-PAGE-COUNT.

      *> 清單結尾：總件數、起訖號碼、收寄局簽章欄
       WRITE-LIST-TRAILER.
           IF WS-PAGE-COUNT = 0
               PERFORM WRITE-PAGE-HEADER
           END-IF
           PERFORM WRITE-PAGE-FOOTER
           MOVE SPACES TO LIST-REC
           WRITE LIST-REC
           MOVE CTL-DISPATCHED TO RL-DISP
           MOVE SPACES TO LIST-REC
           STRING "TOTAL PIECES: " FUNCTION TRIM(RL-DISP)
               "   FIRST ARTICLE: " WS-FIRST-ARTICLE
               "   LAST ARTICLE: " WS-LAST-ARTICLE
               DELIMITED BY SIZE INTO LIST-REC
           WRITE LIST-REC
           MOVE SPACES TO LIST-REC
           WRITE LIST-REC
           MOVE SPACES TO LIST-REC
           STRING "ACCEPTED BY (CLERK): ____________________   "
               "PIECES RECEIVED: ________   OFFICE DATE STAMP:"
               DELIMITED BY SIZE INTO LIST-REC
           WRITE LIST-REC.

      *> RECEIPT：郵局回執登錄、逾期未回執清單
       RUN-RECEIPT.
           MOVE SPACES TO WS-RCPT-FILE-NAME WS-RPT-FILE-NAME
           STRING 'regmail_receipts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RCPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_RECEIPT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RCPT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_RECEIPT_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-RECEIPT-DAYS
           END-IF
           STRING 'regmail_receipt_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           OPEN I-O REG-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY "REGMAIL: cannot open dispatch register "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   " (status " WS-REG-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Registered mail receipts " WS-RUN-DATE
               " (article;account;disposition;detail)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           OPEN INPUT RCPT-FILE
           IF WS-RCPT-STATUS NOT = '00'
               DISPLAY "REGMAIL: no receipt file "
                   FUNCTION TRIM(WS-RCPT-FILE-NAME)
                   " - overdue listing only"
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RCPT-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(RCPT-REC) NOT = SPACES
                              AND RCPT-REC(1:1) NOT = '*'
                               ADD 1 TO CTL-RECEIPTS
                               PERFORM APPLY-ONE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RCPT-FILE
           END-IF

           *> 整本登記簿依掛號號碼順序掃，交寄太久沒回執的列出
           MOVE LOW-VALUES TO RGM-ARTICLE
           MOVE 'N' TO WALK-DONE
           START REG-FILE KEY IS >= RGM-ARTICLE
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ REG-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END PERFORM CHECK-RECEIPT-OVERDUE
               END-READ
           END-PERFORM
           MOVE CTL-OVERDUE TO RL-DISP
           MOVE SPACES TO RPT-REC
           STRING "*TOTAL*;;" FUNCTION TRIM(RL-DISP)
               " piece(s) with no receipt after "
               WS-RECEIPT-DAYS " days"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE REG-FILE RPT-FILE

           DISPLAY "REGMAIL: " CTL-RECEIPTS " receipt(s) - "
               CTL-SIGNED " signed, " CTL-REFUSED " refused, "
               CTL-UNCLAIMED " unclaimed, "
               CTL-DUP-RECEIPT " repeated, "
               CTL-CONFLICTS " conflicting, "
               CTL-REJECTED " rejected"
           DISPLAY "REGMAIL: " CTL-OVERDUE " piece(s) still without "
               "a receipt after " WS-RECEIPT-DAYS " days - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-REJECTED > 0 OR CTL-CONFLICTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> 掛號號碼;結果;日期;簽收人/註記
       APPLY-ONE-RECEIPT.
           MOVE SPACES TO RC-ARTICLE RC-OUTCOME RC-DATE RC-SIGNER
           UNSTRING RCPT-REC DELIMITED BY ';'
               INTO RC-ARTICLE RC-OUTCOME RC-DATE RC-SIGNER
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RC-ARTICLE))
               TO RC-ARTICLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RC-OUTCOME))
               TO RC-OUTCOME
           MOVE FUNCTION TRIM(RC-DATE) TO RC-DATE
           MOVE FUNCTION TRIM(RC-SIGNER) TO RC-SIGNER
           EVALUATE RC-OUTCOME
               WHEN 'S'
               WHEN 'SIGNED'
                   MOVE 'S' TO RC-STATUS
               WHEN 'R'
               WHEN 'REFUSED'
                   MOVE 'R' TO RC-STATUS
               WHEN 'U'
               WHEN 'UNCLAIMED'
                   MOVE 'U' TO RC-STATUS
               WHEN OTHER
                   MOVE 'unknown receipt outcome' TO WS-REASON
                   PERFORM REJECT-RECEIPT
                   EXIT PARAGRAPH
           END-EVALUATE
           *> 回執是證據，日期不對就退回，不拿今天頂替
           MOVE RC-DATE(1:8) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-VALUE
           IF WS-DATE-OK = 'N' OR RC-DATE(9:2) NOT = SPACES
              OR WS-DATE-CHECK > WS-RUN-DATE
               MOVE 'invalid or future receipt date' TO WS-REASON
               PERFORM REJECT-RECEIPT
               EXIT PARAGRAPH
           END-IF
           IF RC-ARTICLE(14:7) NOT = SPACES
               MOVE 'article number not on register' TO WS-REASON
               PERFORM REJECT-RECEIPT
               EXIT PARAGRAPH
           END-IF
           MOVE RC-ARTICLE(1:13) TO RGM-ARTICLE
           READ REG-FILE
               INVALID KEY
                   MOVE 'article number not on register'
                       TO WS-REASON
                   PERFORM REJECT-RECEIPT
                   EXIT PARAGRAPH
           END-READ
           IF WS-DATE-CHECK < RGM-DISPATCH-DATE
               MOVE 'receipt dated before dispatch' TO WS-REASON
               PERFORM REJECT-RECEIPT
               EXIT PARAGRAPH
           END-IF

           MOVE RC-STATUS TO WS-STATUS-TEXT
           PERFORM DECODE-STATUS
           IF RGM-STATUS NOT = 'D'
               IF RGM-STATUS = RC-STATUS
                   ADD 1 TO CTL-DUP-RECEIPT
                   MOVE SPACES TO RPT-REC
                   STRING RGM-ARTICLE ";" FUNCTION TRIM(RGM-ACCOUNT)
                       ";REPEATED;already recorded as "
                       FUNCTION TRIM(WS-STATUS-TEXT)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CTL-CONFLICTS
               MOVE SPACES TO RPT-REC
               STRING RGM-ARTICLE ";" FUNCTION TRIM(RGM-ACCOUNT)
                   ";CONFLICT;receipt says "
                   FUNCTION TRIM(WS-STATUS-TEXT)
                   " but register has " RGM-STATUS " since "
                   RGM-STATUS-DATE " - not changed"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE RC-STATUS TO RGM-STATUS
           MOVE WS-DATE-CHECK TO RGM-STATUS-DATE
           MOVE RC-SIGNER TO RGM-SIGNER
           MOVE WS-RUN-DATE TO RGM-RECEIPT-LOAD-DATE
           REWRITE RGM-REC
               INVALID KEY
                   MOVE 'register rewrite failed' TO WS-REASON
                   PERFORM REJECT-RECEIPT
                   EXIT PARAGRAPH
           END-REWRITE
           EVALUATE RC-STATUS
               WHEN 'S'
                   ADD 1 TO CTL-SIGNED
               WHEN 'R'
                   ADD 1 TO CTL-REFUSED
               WHEN 'U'
                   ADD 1 TO CTL-UNCLAIMED
           END-EVALUATE
           MOVE SPACES TO RPT-REC
           STRING RGM-ARTICLE ";" FUNCTION TRIM(RGM-ACCOUNT) ";"
               FUNCTION TRIM(WS-STATUS-TEXT) ";" WS-DATE-CHECK " "
               FUNCTION TRIM(RC-SIGNER)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       REJECT-RECEIPT.
           ADD 1 TO CTL-REJECTED
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(RC-ARTICLE) ";;REJECTED;"
               FUNCTION TRIM(WS-REASON) ";"
               FUNCTION TRIM(RCPT-REC)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       CHECK-RECEIPT-OVERDUE.
           IF RGM-STATUS NOT = 'D'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(RGM-DISPATCH-DATE)
           IF WS-AGE-DAYS <= WS-RECEIPT-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-OVERDUE
           MOVE WS-AGE-DAYS TO RL-DISP
           MOVE SPACES TO RPT-REC
           STRING RGM-ARTICLE ";" FUNCTION TRIM(RGM-ACCOUNT)
               ";NO RECEIPT;dispatched " RGM-DISPATCH-DATE " ("
               FUNCTION TRIM(RL-DISP) " days) "
               FUNCTION TRIM(RGM-NOTICE-TYPE) " "
               FUNCTION TRIM(RGM-NOTICE-REF)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 日期合理性（YYYYMMDD，月 01-12、日 01-31、1990 年以後）
       CHECK-DATE-VALUE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-DATE-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK(5:2) < '01' OR WS-DATE-CHECK(5:2) > '12'
              OR WS-DATE-CHECK(7:2) < '01'
              OR WS-DATE-CHECK(7:2) > '31'
              OR WS-DATE-CHECK(1:4) < '1990'
               MOVE 'N' TO WS-DATE-OK
           END-IF.

      *> 投遞結果代碼 → 文字（WS-STATUS-TEXT 進來是代碼）
       DECODE-STATUS.
           EVALUATE WS-STATUS-TEXT
               WHEN 'D'
                   MOVE 'DISPATCHED' TO WS-STATUS-TEXT
               WHEN 'S'
                   MOVE 'SIGNED' TO WS-STATUS-TEXT
               WHEN 'R'
                   MOVE 'REFUSED' TO WS-STATUS-TEXT
               WHEN 'U'
                   MOVE 'UNCLAIMED' TO WS-STATUS-TEXT
           END-EVALUATE.

      *> INQUIRY：依帳號或掛號號碼調閱寄發紀錄
       RUN-INQUIRY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_ACCOUNT'
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-INQ-ACCOUNT
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'REGMAIL_ARTICLE'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-INQ-ARTICLE
           IF WS-INQ-ACCOUNT = SPACES AND WS-INQ-ARTICLE = SPACES
               DISPLAY "REGMAIL: INQUIRY needs REGMAIL_ACCOUNT or "
                   "REGMAIL_ARTICLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'regmail_inquiry_' WS-RUN-DATE '_'
               WS-RUN-TIME8(1:6) '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY "REGMAIL: cannot open dispatch register "
                   FUNCTION TRIM(WS-REG-FILE-NAME)
                   " (status " WS-REG-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           IF WS-INQ-ACCOUNT NOT = SPACES
               STRING "Registered mail dispatch register - account "
                   FUNCTION TRIM(WS-INQ-ACCOUNT) " - extracted "
                   WS-RUN-DATE " " WS-RUN-TIME8(1:6)
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING "Registered mail dispatch register - article "
                   WS-INQ-ARTICLE " - extracted "
                   WS-RUN-DATE " " WS-RUN-TIME8(1:6)
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC

           IF WS-INQ-ACCOUNT NOT = SPACES
               MOVE WS-INQ-ACCOUNT TO RGM-ACCOUNT
               MOVE 'N' TO WALK-DONE
               START REG-FILE KEY IS = RGM-ACCOUNT
                   INVALID KEY MOVE 'Y' TO WALK-DONE
               END-START
               PERFORM UNTIL WALK-DONE = 'Y'
                   READ REG-FILE NEXT
                       AT END MOVE 'Y' TO WALK-DONE
                       NOT AT END
                           IF RGM-ACCOUNT NOT = WS-INQ-ACCOUNT
                               MOVE 'Y' TO WALK-DONE
                           ELSE
                               PERFORM PRINT-DISPATCH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE WS-INQ-ARTICLE TO RGM-ARTICLE
               READ REG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM PRINT-DISPATCH-RECORD
               END-READ
           END-IF

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE CTL-INQ-FOUND TO RL-DISP
           MOVE SPACES TO RPT-REC
           STRING "*** " FUNCTION TRIM(RL-DISP)
               " registered piece(s) on record ***"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE REG-FILE RPT-FILE
           DISPLAY "REGMAIL: " CTL-INQ-FOUND " piece(s) on record - "
               "see " FUNCTION TRIM(WS-RPT-FILE-NAME).

      *> 一件的完整寄發紀錄
       PRINT-DISPATCH-RECORD.
           ADD 1 TO CTL-INQ-FOUND
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "ARTICLE NO.    : " RGM-ARTICLE
               "   ACCOUNT: " FUNCTION TRIM(RGM-ACCOUNT)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "NOTICE         : " FUNCTION TRIM(RGM-NOTICE-TYPE)
               "   REFERENCE: " FUNCTION TRIM(RGM-NOTICE-REF)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "DISPATCHED     : " RGM-DISPATCH-DATE " "
               RGM-DISPATCH-TIME "   BATCH: "
               FUNCTION TRIM(RGM-BATCH-ID) "   LIST SEQ: "
               RGM-LIST-SEQ
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "ADDRESS ROLE   : " FUNCTION TRIM(RGM-ADDR-ROLE)
               "   MASTER VERSION: " RGM-MAST-VERSION
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "ADDRESSEE      : " FUNCTION TRIM(RGM-ADDRESSEE)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF RGM-ADDR-UNIT NOT = SPACES
               MOVE SPACES TO RPT-REC
               STRING "ADDRESS        : " FUNCTION TRIM(RGM-ADDR-UNIT)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "ADDRESS        : " FUNCTION TRIM(RGM-ADDR-LINE1)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "ADDRESS        : " FUNCTION TRIM(RGM-ADDR-LINE2)
               " " FUNCTION TRIM(RGM-ZIP) " "
               FUNCTION TRIM(RGM-COUNTRY)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF RGM-UNDELIV-FLAG = 'U'
               MOVE SPACES TO RPT-REC
               STRING "NOTE           : sent to last-known address "
                   "flagged undeliverable on master"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE RGM-STATUS TO WS-STATUS-TEXT
           PERFORM DECODE-STATUS
           MOVE SPACES TO RPT-REC
           IF RGM-STATUS = 'D'
               STRING "DELIVERY       : " FUNCTION TRIM(WS-STATUS-TEXT)
                   " - no receipt recorded"
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING "DELIVERY       : " FUNCTION TRIM(WS-STATUS-TEXT)
                   " " RGM-STATUS-DATE "   SIGNED/REMARK: "
                   FUNCTION TRIM(RGM-SIGNER)
                   "   RECEIPT LOADED: " RGM-RECEIPT-LOAD-DATE
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC.
