       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTRESP.
      *> 地址再確認回覆登錄：RECERTEXT/LETTERGEN 寄出去的再確認
      *> 信，客戶回覆逐筆登進來，把 recert_outstanding.txt 上等
      *> 回覆的帳號結案。回覆檔一行
      *>   「帳號;回覆類別;更正後地址;收件日 YYYYMMDD」
      *> 回覆類別 C（CONFIRM）= 地址無誤：帳號在主檔上每一個地址
      *>   角色的 MAST-LOAD-DATE 更新成收件日（再確認是整個帳號
      *>   一起做的），結案 CONFIRMED。
      *> 回覆類別 N（NEW/CORRECT）= 給了新地址：新地址丟 ADDRPARSE
      *>   拆欄，組成標準輸出 CSV 列（跟 INTRADAY/COAXCHG 同一套
      *>   欄位順序）追加進 pending_changes.txt，下一次 ADDRMAST
      *>   套用；RecType 依信寄去的角色（MAILING → RESIDENTIAL →
      *>   BUSINESS 第一個有的，MAILING 填 M、其餘填 P），
      *>   ExtractStamp 欄放暫置時間。拆出來
      *>   跟主檔現址一樣就當地址無誤處理；比不到參照名單或街道
      *>   不在郵務名錄上的不暫置，列進例外報表給人工建檔。這三種
      *>   都結案（CORRECTED / CONFIRMED / MANUAL）。
      *> 更正後地址欄可以含分號：第二個分號到最後一個分號之間
      *> 都算地址本文。
      *> 沒回覆的帳號：擷取日起超過 RECERT_RESP_DAYS 天（預設 30）
      *> 進二次通知名單（第一欄帳號、首行表頭，LETTERGEN 可以
      *> 直接拿 LETTER_SELECT_FILE 指過去套印），階段記 2；二次
      *> 通知後再超過 RECERT_ESCALATE_DAYS 天（預設 30）升級，
      *> 階段記 E，升級報表每次列出全部升級中的帳號。
      *> recert_outstanding.txt 一行「帳號;擷取日[;階段;階段日]」
      *> （RECERTEXT 補登的新帳號只有前兩欄），這支整檔重寫，
      *> 結案的帳號另記 recert_closed.txt（只追加）。不要跟
      *> RECERTEXT 同時跑。
      *>   RECERTRESP_IN_FILE   = 回覆檔（預設
      *>                          recert_responses_YYYYMMDD.txt，
      *>                          沒有就只做未回覆追蹤）
      *>   RECERT_RESP_DAYS     = 幾天沒回覆發二次通知（預設 30）
      *>   RECERT_ESCALATE_DAYS = 二次通知後幾天升級（預設 30）
      *>   INTRADAY_PEND_FILE   = 暫置檔（預設 pending_changes.txt）
      *>   ADDRMAST_MAST_FILE   = 地址主檔
      *>   ADDR_ENTITY          = 法人代碼（預設 BANK）；子公司的
      *>                          主檔、暫置檔、回覆檔、再確認名單
      *>                          與各報表預設檔名掛「代碼_」前綴
      *>                          （跟 RECERTEXT 一致）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE ASSIGN TO DYNAMIC WS-RESP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT OUTST-FILE ASSIGN TO DYNAMIC WS-OUTST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.
           SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT PEND-FILE ASSIGN TO DYNAMIC WS-PEND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NOTICE-FILE ASSIGN TO DYNAMIC WS-NOTICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESC-FILE ASSIGN TO DYNAMIC WS-ESC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 主檔異動日誌：每次 REWRITE 寫前後影像（addrjrnl.cpy）
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           *> 主檔更新衝突報表（只追加，各更新程式共用）
           SELECT CONFLICT-FILE ASSIGN TO 'master_conflicts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-FILE.
       01  RESP-REC        PIC X(600).
       FD  OUTST-FILE.
       01  OUTST-REC       PIC X(50).
       FD  CLOSED-FILE.
       01  CLOSED-REC      PIC X(100).
       FD  PEND-FILE.
       01  PEND-REC        PIC X(3000).
       FD  NOTICE-FILE.
       01  NOTICE-REC      PIC X(150).
       FD  ESC-FILE.
       01  ESC-REC         PIC X(150).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(700).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-RESP-FILE-NAME    PIC X(100).
       01 WS-RESP-STATUS       PIC XX.
       01 WS-OUTST-FILE-NAME   PIC X(100).
       01 WS-OUTST-STATUS      PIC XX.
       01 WS-CLOSED-FILE-NAME  PIC X(100).
       01 WS-CLOSED-STATUS     PIC XX.
       01 WS-PEND-FILE-NAME    PIC X(100).
       01 WS-PEND-STATUS       PIC XX.
       01 WS-NOTICE-FILE-NAME  PIC X(100).
       01 WS-ESC-FILE-NAME     PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 再確認名單、報表 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'RECERTRESP'.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 OUTST-EOF            PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).

       01 WS-RESP-DAYS         PIC 9(4) VALUE 30.
       01 WS-ESC-DAYS          PIC 9(4) VALUE 30.
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-AGE-DAYS          PIC 9(6).
       01 WS-DATE-CHECK        PIC X(8).
       01 WS-DATE-OK           PIC X.

       *> 等回覆的帳號：階段 空白 = 第一封、2 = 發過二次通知、
       *> E = 已升級；OS-CLOSED = 'Y' 這次結案不寫回
       01 OUTST-TABLE.
           05 OS-ENTRY OCCURS 20000 TIMES.
               10 OS-ACCT        PIC X(30).
               10 OS-DATE        PIC X(8).
               10 OS-STAGE       PIC X(1).
               10 OS-STAGE-DATE  PIC X(8).
               10 OS-CLOSED      PIC X(1).
       01 OUTST-COUNT          PIC 9(5) VALUE 0.
       01 OUTST-IDX            PIC 9(5).
       01 OUTST-HIT            PIC 9(5).
       01 OX-ACCT              PIC X(30).
       01 OX-DATE              PIC X(10).
       01 OX-STAGE             PIC X(5).
       01 OX-STAGE-DATE        PIC X(10).

       *> 一筆回覆
       01 RS-ACCOUNT           PIC X(30).
       01 RS-TYPE              PIC X(10).
       01 RS-TEXT              PIC X(500).
       01 RS-DATE              PIC X(8).
       01 RS-PTR               PIC 9(4).
       01 RS-LEN               PIC 9(4).
       01 RS-LAST-SEMI         PIC 9(4).
       01 RS-SCAN              PIC 9(4).
       01 WS-REST              PIC X(600).
       01 WS-OUTCOME           PIC X(10).
       01 WS-REASON            PIC X(60).
       01 WS-SAME-ADDR         PIC X.
       01 WS-ESC-STATUS        PIC X(10).

       *> 信寄去的角色：依序試讀，第一個讀到的就用
       01 ROLE-PREF-TABLE.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-PREF-R REDEFINES ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.

       *> 暫置列的組成（跟 INTRADAY 同一套欄位順序）
       01 CHG-ACCOUNT          PIC X(30).
       01 CHG-TEXT             PIC X(500).
       01 CHG-RECTYPE          PIC X(1).
       01 WS-CSV-ROW           PIC X(3000).
       *> 暫置時間（ExtractStamp 欄）：暫置之後主檔被別的程式改
       *> 過，ADDRMAST 就不拿這一列蓋回去（STALE-EXTRACT）
       01 WS-STAGE-STAMP       PIC X(14).
       01 WS-STAGE-TIME8       PIC 9(8).
       01 PEND-PTR             PIC 9(5).
       01 QF-IN                PIC X(500).
       01 QF-OUT               PIC X(1010).
       01 QF-SCAN              PIC 9(4).
       01 QF-LEN               PIC 9(4).
       01 QF-PTR               PIC 9(4).
       01 QF-TALLY             PIC 9(4).
       01 QF-TEXT              PIC X(1010).
       01 QF-OTHER             PIC X(1010).
       01 QF-LANDMARK          PIC X(1010).

       01 CTL-RESPONSES        PIC 9(7) VALUE 0.
       01 CTL-CONFIRMED        PIC 9(7) VALUE 0.
       01 CTL-CORRECTED        PIC 9(7) VALUE 0.
       01 CTL-MANUAL           PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.
       01 CTL-UNSOLICITED      PIC 9(7) VALUE 0.
       01 CTL-ROLES-REFRESHED  PIC 9(7) VALUE 0.
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       01 CTL-CLOSED           PIC 9(7) VALUE 0.
       01 CTL-STILL-OPEN       PIC 9(7) VALUE 0.
       01 CTL-SECOND-NOTICE    PIC 9(7) VALUE 0.
       01 CTL-ESCALATED-NEW    PIC 9(7) VALUE 0.
       01 CTL-ESCALATED        PIC 9(7) VALUE 0.
       01 RL-DISP              PIC Z(8)9.

       COPY "addrparse.cpy".

       COPY "logchain.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAGE-TIME8 FROM TIME
           STRING WS-RUN-DATE WS-STAGE-TIME8(1:6)
               DELIMITED BY SIZE INTO WS-STAGE-STAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-RESP-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_responses_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RESP-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RECERTRESP_IN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RESP-FILE-NAME
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
           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-OUTST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_outstanding.txt'
               DELIMITED BY SIZE INTO WS-OUTST-FILE-NAME
           MOVE SPACES TO WS-CLOSED-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_closed.txt'
               DELIMITED BY SIZE INTO WS-CLOSED-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RECERT_RESP_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-RESP-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RECERT_ESCALATE_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-ESC-DAYS
           END-IF
           MOVE SPACES TO WS-NOTICE-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_second_notice_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-NOTICE-FILE-NAME
           MOVE SPACES TO WS-ESC-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_escalation_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ESC-FILE-NAME
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_resp_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-OUTSTANDING-LIST

           OPEN I-O MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "RECERTRESP: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           OPEN EXTEND PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               OPEN OUTPUT PEND-FILE
           END-IF
           OPEN EXTEND CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = '00'
               OPEN OUTPUT CLOSED-FILE
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
           END-IF
           OPEN EXTEND CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               OPEN OUTPUT CONFLICT-FILE
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "Recertification responses " WS-RUN-DATE
               " (account;type;disposition;detail)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           OPEN INPUT RESP-FILE
           IF WS-RESP-STATUS NOT = '00'
               DISPLAY "RECERTRESP: no response file "
                   FUNCTION TRIM(WS-RESP-FILE-NAME)
                   " - non-responder follow-up only"
           ELSE
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RESP-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(RESP-REC) NOT = SPACES
                              AND RESP-REC(1:1) NOT = '*'
                               ADD 1 TO CTL-RESPONSES
                               PERFORM APPLY-ONE-RESPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESP-FILE
           END-IF
           CLOSE MAST-FILE PEND-FILE CLOSED-FILE JRNL-FILE
               CONFLICT-FILE RPT-FILE

           *> 沒回覆的帳號：二次通知 / 升級，等回覆名單整檔重寫
           OPEN OUTPUT NOTICE-FILE ESC-FILE OUTST-FILE
           MOVE SPACES TO NOTICE-REC
           STRING "AccountID;Reason;ExtractDate;DaysOutstanding"
               DELIMITED BY SIZE INTO NOTICE-REC
           WRITE NOTICE-REC
           MOVE SPACES TO ESC-REC
           STRING "AccountID;ExtractDate;SecondNoticeDate;"
               "DaysOutstanding;Status"
               DELIMITED BY SIZE INTO ESC-REC
           WRITE ESC-REC
           PERFORM VARYING OUTST-IDX FROM 1 BY 1
                   UNTIL OUTST-IDX > OUTST-COUNT
               PERFORM FOLLOW-UP-ONE-ENTRY
           END-PERFORM
           MOVE CTL-ESCALATED TO RL-DISP
           MOVE SPACES TO ESC-REC
           STRING "*TOTAL*;" FUNCTION TRIM(RL-DISP) " escalated"
               DELIMITED BY SIZE INTO ESC-REC
           WRITE ESC-REC
           CLOSE NOTICE-FILE ESC-FILE OUTST-FILE

           DISPLAY "RECERTRESP: " CTL-RESPONSES " response(s) - "
               CTL-CONFIRMED " confirmed, "
               CTL-CORRECTED " corrections staged to "
               FUNCTION TRIM(WS-PEND-FILE-NAME) ", "
               CTL-MANUAL " for manual keying, "
               CTL-REJECTED " rejected"
           DISPLAY "RECERTRESP: " CTL-ROLES-REFRESHED " address "
               "record(s) refreshed, " CTL-CONFLICTS
               " stale-read conflicts, " CTL-UNSOLICITED
               " response(s) not on the outstanding list"
           DISPLAY "RECERTRESP: " CTL-CLOSED " closed, "
               CTL-STILL-OPEN " still awaiting response ("
               CTL-SECOND-NOTICE " second notice(s), "
               CTL-ESCALATED-NEW " newly escalated, "
               CTL-ESCALATED " escalated in all)"
           IF CTL-REJECTED > 0 OR CTL-CONFLICTS > 0 OR CTL-MANUAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "RECERTRESP: ADDR_ENTITY must be at most 4 "
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

       *> 等回覆名單：帳號;擷取日[;階段;階段日]
       LOAD-OUTSTANDING-LIST.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OUTST-EOF = 'Y'
               READ OUTST-FILE
                   AT END MOVE 'Y' TO OUTST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(OUTST-REC) NOT = SPACES
                           PERFORM LOAD-ONE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTST-FILE.

       *> 名單整檔重寫，表放不下就不能往下做（會丟帳號）
       LOAD-ONE-OUTSTANDING.
           IF OUTST-COUNT >= 20000
               DISPLAY "RECERTRESP: more than 20000 accounts "
                   "awaiting response - nothing updated"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO OX-ACCT OX-DATE OX-STAGE OX-STAGE-DATE
           UNSTRING OUTST-REC DELIMITED BY ';'
               INTO OX-ACCT OX-DATE OX-STAGE OX-STAGE-DATE
           END-UNSTRING
           ADD 1 TO OUTST-COUNT
           MOVE FUNCTION TRIM(OX-ACCT) TO OS-ACCT(OUTST-COUNT)
           MOVE FUNCTION TRIM(OX-DATE) TO OS-DATE(OUTST-COUNT)
           MOVE FUNCTION TRIM(OX-STAGE) TO OS-STAGE(OUTST-COUNT)
           MOVE FUNCTION TRIM(OX-STAGE-DATE)
               TO OS-STAGE-DATE(OUTST-COUNT)
           MOVE 'N' TO OS-CLOSED(OUTST-COUNT).

       *> 一筆回覆：拆欄、驗類別，確認/更正，對到等回覆名單就結案
       APPLY-ONE-RESPONSE.
           PERFORM SPLIT-RESPONSE
           MOVE SPACES TO WS-OUTCOME WS-REASON
           IF RS-ACCOUNT = SPACES
               MOVE 'no account' TO WS-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF
           MOVE RS-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE-VALUE
           IF WS-DATE-OK = 'N' OR RS-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO RS-DATE
           END-IF
           PERFORM READ-MAST-BY-ROLE
           IF WS-ROLE-FOUND = 'N'
               MOVE 'account not on master' TO WS-REASON
               PERFORM REJECT-RESPONSE
               EXIT PARAGRAPH
           END-IF

           EVALUATE RS-TYPE
               WHEN 'C'
               WHEN 'CONFIRM'
               WHEN 'CONFIRMED'
                   PERFORM REFRESH-ACCOUNT-ROLES
                   MOVE 'CONFIRMED' TO WS-OUTCOME
               WHEN 'N'
               WHEN 'NEW'
               WHEN 'CORRECT'
               WHEN 'CORRECTED'
                   IF FUNCTION TRIM(RS-TEXT) = SPACES
                       MOVE 'correction without an address'
                           TO WS-REASON
                       PERFORM REJECT-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM STAGE-CORRECTION
               WHEN OTHER
                   MOVE 'unknown response type' TO WS-REASON
                   PERFORM REJECT-RESPONSE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(RS-ACCOUNT) ";"
               FUNCTION TRIM(RS-TYPE) ";"
               FUNCTION TRIM(WS-OUTCOME) ";"
               FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM CLOSE-OUTSTANDING.

       *> 帳號;類別;地址本文（可含分號）;收件日
       SPLIT-RESPONSE.
           MOVE SPACES TO RS-ACCOUNT RS-TYPE RS-TEXT RS-DATE WS-REST
           MOVE 1 TO RS-PTR
           UNSTRING RESP-REC DELIMITED BY ';'
               INTO RS-ACCOUNT RS-TYPE
               WITH POINTER RS-PTR
           END-UNSTRING
           MOVE FUNCTION TRIM(RS-ACCOUNT) TO RS-ACCOUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RS-TYPE)) TO RS-TYPE
           IF RS-PTR > LENGTH OF RESP-REC
               EXIT PARAGRAPH
           END-IF
           MOVE RESP-REC(RS-PTR:) TO WS-REST
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REST TRAILING))
               TO RS-LEN
           MOVE 0 TO RS-LAST-SEMI
           PERFORM VARYING RS-SCAN FROM RS-LEN BY -1
                   UNTIL RS-SCAN < 1 OR RS-LAST-SEMI > 0
               IF WS-REST(RS-SCAN:1) = ';'
                   MOVE RS-SCAN TO RS-LAST-SEMI
               END-IF
           END-PERFORM
           IF RS-LAST-SEMI = 0
               MOVE WS-REST TO RS-TEXT
               EXIT PARAGRAPH
           END-IF
           IF RS-LAST-SEMI > 1
               MOVE WS-REST(1:RS-LAST-SEMI - 1) TO RS-TEXT
           END-IF
           IF RS-LAST-SEMI < RS-LEN
               MOVE FUNCTION TRIM(WS-REST(RS-LAST-SEMI + 1:))
                   TO RS-DATE
           END-IF.

       REJECT-RESPONSE.
           ADD 1 TO CTL-REJECTED
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(RS-ACCOUNT) ";"
               FUNCTION TRIM(RS-TYPE) ";REJECTED;"
               FUNCTION TRIM(WS-REASON) ";"
               FUNCTION TRIM(RESP-REC)
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

       *> 帳號依 ROLE-PREF 順序試讀主檔（信寄去的那個角色）
       READ-MAST-BY-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > 3 OR WS-ROLE-FOUND = 'Y'
               MOVE RS-ACCOUNT TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MAST-OTHER NOT = '*ERASED*'
                           MOVE 'Y' TO WS-ROLE-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       *> 地址無誤：帳號的每一個角色記錄 MAST-LOAD-DATE 推到收件日
       *> （角色記錄主鍵相鄰，從帳號 + LOW-VALUES 起讀到帳號換了）
       REFRESH-ACCOUNT-ROLES.
           MOVE RS-ACCOUNT TO MAST-ACCOUNT-ID
           MOVE LOW-VALUES TO MAST-ADDR-ROLE
           MOVE 'N' TO WALK-DONE
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       IF MAST-ACCOUNT-ID NOT = RS-ACCOUNT
                           MOVE 'Y' TO WALK-DONE
                       ELSE
                           PERFORM REFRESH-ONE-ROLE
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO CTL-CONFIRMED.

       REFRESH-ONE-ROLE.
           IF MAST-OTHER = '*ERASED*'
               EXIT PARAGRAPH
           END-IF
           IF MAST-LOAD-DATE IS NUMERIC
              AND MAST-LOAD-DATE >= FUNCTION NUMVAL(RS-DATE)
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-READ-VERSION
           MOVE RS-DATE TO MAST-LOAD-DATE
           PERFORM REWRITE-MAST-CHECKED
           IF WS-VERSION-OK = 'N'
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(RS-ACCOUNT) ";"
                   FUNCTION TRIM(RS-TYPE) ";CONFLICT;"
                   FUNCTION TRIM(MAST-ADDR-ROLE) " updated by "
                   FUNCTION TRIM(MAST-UPD-PROGRAM)
                   " since read - not refreshed"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           ADD 1 TO CTL-ROLES-REFRESHED.

       *> 新地址：ADDRPARSE 拆欄；跟現址一樣當確認，拆不好的
       *> 留給人工，其餘暫置進 pending_changes
       STAGE-CORRECTION.
           MOVE SPACES TO APA-PARSE-AREA
           MOVE RS-TEXT TO APA-INPUT-TEXT
           CALL 'ADDRPARSE' USING APA-PARSE-AREA
           PERFORM CHECK-ALREADY-CURRENT
           IF WS-SAME-ADDR = 'Y'
               MOVE 'new address already on master' TO WS-REASON
               PERFORM REFRESH-ACCOUNT-ROLES
               MOVE 'CONFIRMED' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF APA-MATCH-FLAG NOT = 'Y'
               MOVE 'no reference-list match - key by hand'
                   TO WS-REASON
               ADD 1 TO CTL-MANUAL
               MOVE 'MANUAL' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF APA-DELIV-CODE = 'U'
               MOVE 'street not in postal street directory'
                   TO WS-REASON
               ADD 1 TO CTL-MANUAL
               MOVE 'MANUAL' TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE RS-TEXT TO CHG-TEXT
           MOVE RS-ACCOUNT TO CHG-ACCOUNT
           IF MAST-ADDR-ROLE = 'MAILING'
               MOVE 'M' TO CHG-RECTYPE
           ELSE
               MOVE 'P' TO CHG-RECTYPE
           END-IF
           PERFORM FORMAT-CSV-ROW
           MOVE WS-CSV-ROW TO PEND-REC
           WRITE PEND-REC
           ADD 1 TO CTL-CORRECTED
           MOVE 'CORRECTED' TO WS-OUTCOME
           MOVE SPACES TO WS-REASON
           STRING 'staged for ' MAST-ADDR-ROLE
               DELIMITED BY SIZE INTO WS-REASON.

      *> 拆出來的新地址跟主檔現址的投遞欄位都一樣
       CHECK-ALREADY-CURRENT.
           MOVE 'N' TO WS-SAME-ADDR
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(APA-ZIP)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-ZIP))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-CITY)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-STREET)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-STREET))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-ROAD)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-ROAD))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-AVENUE)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-AVENUE))
              AND FUNCTION TRIM(APA-NO) = FUNCTION TRIM(MAST-NO)
              AND FUNCTION TRIM(APA-RM) = FUNCTION TRIM(MAST-RM)
              AND FUNCTION TRIM(APA-F) = FUNCTION TRIM(MAST-F)
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-POBOX)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-POBOX))
               MOVE 'Y' TO WS-SAME-ADDR
           END-IF.

       *> 暫置列：標準輸出 CSV 欄位順序（Chinese 留空、Original =
       *> 客戶寫的新地址），RecType 依信寄去的角色填 M/P
       FORMAT-CSV-ROW.
           MOVE CHG-TEXT TO QF-IN
           PERFORM QUOTE-CSV-FIELD
           MOVE QF-OUT TO QF-TEXT
           MOVE APA-OTHER TO QF-IN
           PERFORM QUOTE-CSV-FIELD
           MOVE QF-OUT TO QF-OTHER
           MOVE APA-LANDMARK TO QF-IN
           PERFORM QUOTE-CSV-FIELD
           MOVE QF-OUT TO QF-LANDMARK
           MOVE SPACES TO WS-CSV-ROW
           MOVE 1 TO PEND-PTR
           STRING ";" FUNCTION TRIM(QF-TEXT) ";"
               FUNCTION TRIM(APA-RM) ";"
               FUNCTION TRIM(APA-F) ";"
               FUNCTION TRIM(APA-BUILDING) ";"
               FUNCTION TRIM(APA-NO) ";"
               FUNCTION TRIM(APA-ALY) ";"
               FUNCTION TRIM(APA-LN) ";"
               FUNCTION TRIM(APA-SEC) ";"
               FUNCTION TRIM(APA-STREET) ";"
               FUNCTION TRIM(APA-AVENUE) ";"
               FUNCTION TRIM(APA-WAY) ";"
               FUNCTION TRIM(APA-BLVD) ";"
               FUNCTION TRIM(APA-ROAD) ";"
               FUNCTION TRIM(APA-DRIVE) ";"
               FUNCTION TRIM(APA-TOWN) ";"
               FUNCTION TRIM(APA-DISTRICT) ";"
               FUNCTION TRIM(APA-CITY) ";"
               DELIMITED BY SIZE INTO WS-CSV-ROW
               WITH POINTER PEND-PTR
           END-STRING
           STRING FUNCTION TRIM(APA-COUNTY) ";"
               FUNCTION TRIM(APA-PROVINCE) ";"
               FUNCTION TRIM(APA-STATE) ";"
               FUNCTION TRIM(APA-ZIP) ";"
               FUNCTION TRIM(APA-COUNTRY) ";"
               FUNCTION TRIM(APA-POBOX) ";"
               FUNCTION TRIM(APA-LOC1) ";"
               FUNCTION TRIM(APA-LOC2) ";"
               FUNCTION TRIM(APA-LOC3) ";"
               FUNCTION TRIM(APA-LOC4) ";"
               FUNCTION TRIM(APA-LOC5) ";"
               FUNCTION TRIM(APA-LOC6) ";"
               FUNCTION TRIM(QF-OTHER) ";;"
               APA-SCORE ";"
               FUNCTION TRIM(CHG-ACCOUNT) ";"
               FUNCTION TRIM(QF-LANDMARK)
               ";;;;;;;;;" CHG-RECTYPE
               ";;;;;;;;;;" WS-STAGE-STAMP
               DELIMITED BY SIZE INTO WS-CSV-ROW
               WITH POINTER PEND-PTR
           END-STRING.

       *> RFC4180：含分號或雙引號的欄位整欄加引號、內部引號重複
       QUOTE-CSV-FIELD.
           MOVE SPACES TO QF-OUT
           MOVE 0 TO QF-TALLY
           INSPECT QF-IN TALLYING QF-TALLY FOR ALL ';'
           INSPECT QF-IN TALLYING QF-TALLY FOR ALL '"'
           IF QF-TALLY = 0
               MOVE QF-IN TO QF-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(QF-IN TRAILING))
               TO QF-LEN
           MOVE 1 TO QF-PTR
           STRING '"' DELIMITED BY SIZE INTO QF-OUT
               WITH POINTER QF-PTR
           END-STRING
           PERFORM VARYING QF-SCAN FROM 1 BY 1 UNTIL QF-SCAN > QF-LEN
               IF QF-IN(QF-SCAN:1) = '"'
                   STRING '""' DELIMITED BY SIZE INTO QF-OUT
                       WITH POINTER QF-PTR
                   END-STRING
               ELSE
                   STRING QF-IN(QF-SCAN:1) DELIMITED BY SIZE
                       INTO QF-OUT
                       WITH POINTER QF-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE INTO QF-OUT
               WITH POINTER QF-PTR
           END-STRING.

       *> 回覆的帳號在等回覆名單上就結案，記一行結案檔：
       *> 帳號;擷取日;結案日;結果;收件日
       CLOSE-OUTSTANDING.
           MOVE 0 TO OUTST-HIT
           PERFORM VARYING OUTST-IDX FROM 1 BY 1
                   UNTIL OUTST-IDX > OUTST-COUNT OR OUTST-HIT > 0
               IF OS-ACCT(OUTST-IDX) = RS-ACCOUNT
                  AND OS-CLOSED(OUTST-IDX) = 'N'
                   MOVE OUTST-IDX TO OUTST-HIT
               END-IF
           END-PERFORM
           IF OUTST-HIT = 0
               ADD 1 TO CTL-UNSOLICITED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO OS-CLOSED(OUTST-HIT)
           ADD 1 TO CTL-CLOSED
           MOVE SPACES TO CLOSED-REC
           STRING FUNCTION TRIM(RS-ACCOUNT) ";"
               FUNCTION TRIM(OS-DATE(OUTST-HIT)) ";"
               WS-RUN-DATE ";" FUNCTION TRIM(WS-OUTCOME) ";" RS-DATE
               DELIMITED BY SIZE INTO CLOSED-REC
           WRITE CLOSED-REC.

       *> 一個還開著的帳號：到期就發二次通知或升級，寫回名單
       FOLLOW-UP-ONE-ENTRY.
           IF OS-CLOSED(OUTST-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-STILL-OPEN
           MOVE OS-DATE(OUTST-IDX) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-VALUE
           IF WS-DATE-OK = 'Y'
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(OS-DATE(OUTST-IDX)))
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO RL-DISP

           EVALUATE OS-STAGE(OUTST-IDX)
               WHEN SPACE
                   IF WS-DATE-OK = 'Y' AND WS-AGE-DAYS > WS-RESP-DAYS
                       MOVE '2' TO OS-STAGE(OUTST-IDX)
                       MOVE WS-RUN-DATE TO OS-STAGE-DATE(OUTST-IDX)
                       ADD 1 TO CTL-SECOND-NOTICE
                       MOVE SPACES TO NOTICE-REC
                       STRING FUNCTION TRIM(OS-ACCT(OUTST-IDX))
                           ";SECOND-NOTICE;" OS-DATE(OUTST-IDX) ";"
                           FUNCTION TRIM(RL-DISP)
                           DELIMITED BY SIZE INTO NOTICE-REC
                       WRITE NOTICE-REC
                   END-IF
               WHEN '2'
                   MOVE OS-STAGE-DATE(OUTST-IDX) TO WS-DATE-CHECK
                   PERFORM CHECK-DATE-VALUE
                   IF WS-DATE-OK = 'Y'
                      AND WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
                          FUNCTION NUMVAL(OS-STAGE-DATE(OUTST-IDX)))
                          > WS-ESC-DAYS
                       MOVE 'E' TO OS-STAGE(OUTST-IDX)
                       ADD 1 TO CTL-ESCALATED-NEW
                       MOVE 'NEW' TO WS-ESC-STATUS
                       PERFORM WRITE-ESCALATION-LINE
                   END-IF
               WHEN 'E'
                   MOVE 'ESCALATED' TO WS-ESC-STATUS
                   PERFORM WRITE-ESCALATION-LINE
           END-EVALUATE

           MOVE SPACES TO OUTST-REC
           IF OS-STAGE(OUTST-IDX) = SPACE
               STRING FUNCTION TRIM(OS-ACCT(OUTST-IDX)) ";"
                   FUNCTION TRIM(OS-DATE(OUTST-IDX))
                   DELIMITED BY SIZE INTO OUTST-REC
           ELSE
               STRING FUNCTION TRIM(OS-ACCT(OUTST-IDX)) ";"
                   FUNCTION TRIM(OS-DATE(OUTST-IDX)) ";"
                   OS-STAGE(OUTST-IDX) ";"
                   FUNCTION TRIM(OS-STAGE-DATE(OUTST-IDX))
                   DELIMITED BY SIZE INTO OUTST-REC
           END-IF
           WRITE OUTST-REC.

       *> 升級報表一行：這次才升級的記 NEW，之前就升級的記
       *> ESCALATED（階段日留二次通知那一天，不再改）
       WRITE-ESCALATION-LINE.
           ADD 1 TO CTL-ESCALATED
           MOVE SPACES TO ESC-REC
           STRING FUNCTION TRIM(OS-ACCT(OUTST-IDX)) ";"
               FUNCTION TRIM(OS-DATE(OUTST-IDX)) ";"
               FUNCTION TRIM(OS-STAGE-DATE(OUTST-IDX)) ";"
               FUNCTION TRIM(RL-DISP) ";"
               FUNCTION TRIM(WS-ESC-STATUS)
               DELIMITED BY SIZE INTO ESC-REC
           WRITE ESC-REC.

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
           ACCEPT WS-JRNL-TIME8 FROM TIME
           MOVE SPACES TO JRNL-REC
           MOVE WS-RUN-DATE TO JRNL-DATE
           MOVE WS-JRNL-TIME8(1:6) TO JRNL-TIME
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
