       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTREACH.
      *> 退郵帳號的數位管道補救通知：主檔掛了退郵旗標 U 的帳號
      *> 紙本已經停寄，改用地址原文裡抽出來的電話/電子郵件
      *> （ADDRMAST 存進 account_contact.dat）發簡訊、寄電子郵件，
      *> 請客戶更新地址。OUTREACH_ACTION 選兩種作業：
      *> EXTRACT = 每週一次：主檔整檔掃，帳號任一個未塗銷的地址
      *>   角色掛 U 就是對象。依序刷掉：
      *>     DNM       不寄名單 dnm_list.txt（跟 PRESORT 同一份）
      *>     CAPPED    聯絡頻率上限：最近 OUTREACH_CAP_DAYS 天（預設
      *>               30）已經有 OUTREACH_CAP_COUNT 個發送日（預設
      *>               1）的帳號這次不發
      *>     NO CONTACT / NO USABLE CONTACT 聯絡資料檔沒有記錄，或
      *>               電話/電子郵件都不能用
      *>   能用的電話：去掉符號後 8-15 位數字（遇到英文字母如分機
      *>   EXT 就停），開頭符合 OUTREACH_SMS_PREFIXES（逗號分隔，
      *>   預設 09,8869 手機門號；空白 = 不限）；能用的電子郵件：
      *>   剛好一個 @、沒有空白、@ 後面有點。閘道回報過退件（聯絡
      *>   資料檔該管道狀態 B）的不再發。每個能用的管道各發一則，
      *>   簡訊檔 outreach_sms_YYYYMMDD.txt、電子郵件檔
      *>   outreach_email_YYYYMMDD.txt，版面見 msggw.cpy；每則在
      *>   聯絡紀錄 outreach_log.txt 追加一行 SENT。
      *>   訊息內容來自模板檔 outreach_template.txt，一行
      *>   「種類;內容」，行首 * 當註解：
      *>     SMS;簡訊內文（一行，超過 160 位元組從字元邊界截斷）
      *>     EMAIL_SUBJECT;郵件主旨（一行）
      *>     EMAIL_BODY;郵件內文一行（可多行，依序接起來）
      *>   內容裡的 {欄位名} 換成：{ACCT4} 帳號末四碼、{CITY}
      *>   {ZIP} 退郵地址的城市/郵遞區號、{DATE} 發送日
      *>   YYYY/MM/DD、{REF} 訊息編號（客戶回覆時引用）。
      *> RESULTS = 匯入閘道的投遞結果回檔（版面見 msgres.cpy），
      *>   依訊息編號對回聯絡紀錄的帳號，每個新結果追加一行
      *>   RESULT；BOUNCED 就把聯絡資料檔該管道標 B。同一則訊息
      *>   同一個結果重送不重記（重跑安全）。接著出補救成效報表：
      *>   最近 OUTREACH_REPORT_DAYS 天（預設 90）發出的訊息，逐管道
      *>   算發送/送達/退件/失敗/未回報則數，被通知的帳號數、
      *>   其中主檔已經沒有任何角色掛 U 的（地址已更新＝補救成功）
      *>   帳號數與補救率。
      *> 聯絡紀錄一行：
      *>   日期;時間;SENT|RESULT;帳號;SMS|EMAIL;訊息編號;狀態;
      *>   狀態日;說明
      *>   OUTREACH_ACTION        = EXTRACT|RESULTS
      *>   OUTREACH_CHANNELS      = BOTH|SMS|EMAIL（預設 BOTH）
      *>   OUTREACH_TEMPLATE      = 模板檔
      *>   OUTREACH_SENDER_ID     = 閘道寄件者代碼（寫進批頭）
      *>   OUTREACH_CAP_COUNT     = 頻率上限發送日數（預設 1）
      *>   OUTREACH_CAP_DAYS      = 頻率上限天數（預設 30）
      *>   OUTREACH_SMS_PREFIXES  = 可發簡訊的門號開頭
      *>   OUTREACH_RESULTS_FILE  = 結果回檔（預設
      *>                            outreach_results_YYYYMMDD.txt，
      *>                            沒有就只出成效報表）
      *>   OUTREACH_REPORT_DAYS   = 成效報表涵蓋天數（預設 90）
      *>   OUTREACH_LOG_FILE      = 聯絡紀錄（預設 outreach_log.txt）
      *>   DNM_LIST_FILE          = 不寄名單
      *>   ADDRMAST_CONTACT_FILE  = 聯絡資料檔
      *>   ADDRMAST_MAST_FILE     = 地址主檔

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CON-FILE ASSIGN TO DYNAMIC WS-CON-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-ACCOUNT
               FILE STATUS IS WS-CON-STATUS.
           SELECT DNM-FILE ASSIGN TO DYNAMIC WS-DNM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNM-STATUS.
           SELECT TPL-FILE ASSIGN TO DYNAMIC WS-TPL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SMS-FILE ASSIGN TO DYNAMIC WS-SMS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EML-FILE ASSIGN TO DYNAMIC WS-EML-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RES-FILE ASSIGN TO DYNAMIC WS-RES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CON-FILE.
       COPY "contact.cpy".
       FD  DNM-FILE.
       01  DNM-REC         PIC X(60).
       FD  TPL-FILE.
       01  TPL-REC         PIC X(300).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  SMS-FILE.
       01  SMS-REC         PIC X(1000).
       FD  EML-FILE.
       01  EML-REC         PIC X(1000).
       FD  RES-FILE.
       COPY "msgres.cpy".
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME8         PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ACTION            PIC X(10).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-CON-FILE-NAME     PIC X(100).
       01 WS-CON-STATUS        PIC XX.
       01 WS-DNM-FILE-NAME     PIC X(100).
       01 WS-DNM-STATUS        PIC XX.
       01 WS-TPL-FILE-NAME     PIC X(100).
       01 WS-TPL-STATUS        PIC XX.
       01 WS-LOG-FILE-NAME     PIC X(100).
       01 WS-LOG-STATUS        PIC XX.
       01 WS-SMS-FILE-NAME     PIC X(100).
       01 WS-EML-FILE-NAME     PIC X(100).
       01 WS-RES-FILE-NAME     PIC X(100).
       01 WS-RES-STATUS        PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 DNM-EOF              PIC X VALUE 'N'.
       01 TPL-EOF              PIC X VALUE 'N'.
       01 LOG-EOF              PIC X VALUE 'N'.
       01 RES-EOF              PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.
       01 WS-CON-OPEN          PIC X VALUE 'N'.

       *> 參數
       01 WS-CHANNELS          PIC X(5) VALUE 'BOTH'.
       01 WS-SENDER-ID         PIC X(30) VALUE SPACES.
       01 WS-CAP-COUNT         PIC 9(3) VALUE 1.
       01 WS-CAP-DAYS          PIC 9(4) VALUE 30.
       01 WS-CAP-FROM          PIC 9(8).
       01 WS-REPORT-DAYS       PIC 9(4) VALUE 90.
       01 WS-REPORT-FROM       PIC 9(8).
       01 WS-SMS-PREFIXES      PIC X(60) VALUE '09,8869'.
       01 PFX-TABLE.
           05 PFX-ENTRY OCCURS 6 TIMES PIC X(10).
       01 PFX-COUNT            PIC 9 VALUE 0.
       01 PFX-IDX              PIC 9.
       01 PFX-LEN              PIC 9(2).
       01 PFX-HIT              PIC X.

       *> 批號與訊息編號：OR + 日期 + 時間 + 管道 S/E + 序號
       01 WS-BATCH-ID          PIC X(20).
       01 WS-MSG-SEQ           PIC 9(5) VALUE 0.
       01 WS-MSG-ID            PIC X(24).
       01 WS-CHANNEL           PIC X(5).
       01 WS-CHANNEL-CODE      PIC X(1).
       01 WS-DATE-TEXT         PIC X(10).
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-DETAIL-COUNT      PIC 9(7).
       COPY "msggw.cpy".

       *> 模板
       01 TPL-KIND             PIC X(20).
       01 TPL-TEXT             PIC X(300).
       01 TPL-SMS              PIC X(300) VALUE SPACES.
       01 TPL-SUBJECT          PIC X(300) VALUE SPACES.
       01 TPL-BODY-TABLE.
           05 TPL-BODY-LINE OCCURS 30 TIMES PIC X(300).
       01 TPL-BODY-COUNT       PIC 9(2) VALUE 0.
       01 TPL-IDX              PIC 9(2).
       01 SUB-IN               PIC X(300).
       01 SUB-OUT              PIC X(600).
       01 SUB-PTR              PIC 9(3).
       01 SUB-SCAN             PIC 9(3).
       01 SUB-LEN              PIC 9(3).
       01 SUB-CLOSE            PIC 9(3).
       01 SUB-NAME             PIC X(20).
       01 SUB-NAME-LEN         PIC 9(3).
       01 SUB-VALUE            PIC X(120).
       01 WS-TEXT-LEN          PIC 9(4).
       01 WS-BODY              PIC X(795).
       01 WS-BODY-PTR          PIC 9(4).
       01 WS-TRUNC-SW          PIC X.

       *> 不寄名單（排序後 SEARCH ALL）
       01 DNM-COUNT            PIC 9(5) VALUE 1.
       01 DNM-TABLE.
           05 DNM-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON DNM-COUNT
                   ASCENDING KEY IS DNM-ACCT
                   INDEXED BY DNM-IX.
               10 DNM-ACCT         PIC X(30).
       01 DNM-LOADED           PIC 9(5) VALUE 0.
       01 DX-ACCT              PIC X(30).

       *> 頻率上限：期間內的 SENT 先一行一筆（帳號、日期）載入，
       *> 排序後壓成一個帳號一筆、記不同發送日數
       01 CP-COUNT             PIC 9(6) VALUE 1.
       01 CP-TABLE.
           05 CP-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON CP-COUNT
                   ASCENDING KEY IS CP-ACCOUNT
                   INDEXED BY CP-IX.
               10 CP-ACCOUNT       PIC X(30).
               10 CP-DATE          PIC 9(8).
               10 CP-DAYS          PIC 9(4).
       01 CP-LOADED            PIC 9(6) VALUE 0.
       01 CP-IDX               PIC 9(6).
       01 CP-OUT               PIC 9(6).
       01 CP-TOO-MANY          PIC X VALUE 'N'.

       *> 聯絡紀錄一行
       01 LX-DATE              PIC X(8).
       01 LX-TIME              PIC X(6).
       01 LX-KIND              PIC X(10).
       01 LX-ACCOUNT           PIC X(30).
       01 LX-CHANNEL           PIC X(5).
       01 LX-MSG-ID            PIC X(24).
       01 LX-STATUS            PIC X(10).
       01 LX-SDATE             PIC X(8).
       01 LX-DETAIL            PIC X(60).

       *> 主檔掃描：同帳號的記錄連在一起，帳號換了再判斷
       01 HOLD-ACCOUNT         PIC X(30) VALUE SPACES.
       01 HOLD-U-ROLE          PIC X(12).
       01 HOLD-CITY            PIC X(50).
       01 HOLD-ZIP             PIC X(50).

       *> 一個帳號能用的管道
       01 WS-PHONE-DIGITS      PIC X(20).
       01 WS-PHONE-LEN         PIC 9(2).
       01 WS-PHONE-OK          PIC X.
       01 WS-EMAIL-OK          PIC X.
       01 WS-SCAN              PIC 9(3).
       01 WS-CHAR              PIC X(1).
       01 WS-STOP-SW           PIC X.
       01 WS-AT-COUNT          PIC 9(3).
       01 WS-AT-POS            PIC 9(3).
       01 WS-EMAIL-TRIM        PIC X(80).
       01 WS-EMAIL-LEN         PIC 9(3).
       01 WS-DOT-SEEN          PIC X.
       01 WS-REASON            PIC X(60).
       01 WS-SENT-LIST         PIC X(12).

       *> 結果匯入：聯絡紀錄的 SENT 依訊息編號排序 SEARCH ALL
       01 MS-COUNT             PIC 9(6) VALUE 1.
       01 MS-TABLE.
           05 MS-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON MS-COUNT
                   ASCENDING KEY IS MS-MSG-ID
                   INDEXED BY MS-IX.
               10 MS-MSG-ID        PIC X(24).
               10 MS-ACCOUNT       PIC X(30).
               10 MS-CHANNEL       PIC X(5).
               10 MS-SENT-DATE     PIC 9(8).
      *>       D 送達、B 退件、F 失敗、空白 = 還沒回報
               10 MS-RESULT        PIC X(1).
       01 MS-LOADED            PIC 9(6) VALUE 0.
       01 MS-IDX               PIC 9(6).
       01 WS-RESULT-CODE       PIC X(1).
       01 WS-RESULT-TEXT       PIC X(10).

       *> 成效報表：期間內的（帳號、管道）各一筆，最好的結果
       01 AC-COUNT             PIC 9(6) VALUE 1.
       01 AC-TABLE.
           05 AC-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON AC-COUNT.
               10 AC-ACCOUNT       PIC X(30).
               10 AC-CHANNEL       PIC X(5).
               10 AC-DELIVERED     PIC X(1).
       01 AC-LOADED            PIC 9(6) VALUE 0.
       01 AC-IDX               PIC 9(6).
       01 WS-PREV-ACCOUNT      PIC X(30).
       01 WS-PREV-CHANNEL      PIC X(5).
       01 WS-ACCT-STATE        PIC X(1).
       01 WS-ROLE-IDX          PIC 9.
       01 WS-ROLE-FOUND        PIC X.
       01 WS-ROLE-U            PIC X.
       01 ROLE-TABLE.
           05 FILLER           PIC X(12) VALUE 'MAILING'.
           05 FILLER           PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER           PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-TABLE-R REDEFINES ROLE-TABLE.
           05 ROLE-NAME OCCURS 3 TIMES PIC X(12).

       *> 逐管道統計：1 = SMS、2 = EMAIL、3 = 任一管道（帳號）
       01 ST-TABLE.
           05 ST-ENTRY OCCURS 3 TIMES.
               10 ST-SENT          PIC 9(7).
               10 ST-DELIVERED     PIC 9(7).
               10 ST-BOUNCED       PIC 9(7).
               10 ST-FAILED        PIC 9(7).
               10 ST-PENDING       PIC 9(7).
               10 ST-ACCOUNTS      PIC 9(7).
               10 ST-REACHED       PIC 9(7).
               10 ST-RECOVERED     PIC 9(7).
               10 ST-REACHED-REC   PIC 9(7).
       01 ST-IDX               PIC 9.
       01 WS-ANY-DELIVERED     PIC X.
       01 WS-RATE              PIC 9(3)V9.
       01 WS-RATE-TXT          PIC ZZ9.9.
       01 WS-RATE2-TXT         PIC ZZ9.9.
       01 RL-LABEL             PIC X(8).

       01 CTL-SCANNED          PIC 9(7) VALUE 0.
       01 CTL-UNDELIV          PIC 9(7) VALUE 0.
       01 CTL-DNM              PIC 9(7) VALUE 0.
       01 CTL-CAPPED           PIC 9(7) VALUE 0.
       01 CTL-NO-CONTACT       PIC 9(7) VALUE 0.
       01 CTL-NO-USABLE        PIC 9(7) VALUE 0.
       01 CTL-ACCTS-SENT       PIC 9(7) VALUE 0.
       01 CTL-SMS              PIC 9(7) VALUE 0.
       01 CTL-EMAIL            PIC 9(7) VALUE 0.
       01 CTL-TRUNCATED        PIC 9(7) VALUE 0.
       01 CTL-RESULTS-READ     PIC 9(7) VALUE 0.
       01 CTL-RESULTS-LOGGED   PIC 9(7) VALUE 0.
       01 CTL-RESULTS-DUP      PIC 9(7) VALUE 0.
       01 CTL-RESULTS-REJECTED PIC 9(7) VALUE 0.
       01 CTL-BOUNCE-MARKED    PIC 9(7) VALUE 0.
       01 RL-DISP              PIC Z(8)9.
       01 RL-DISP2             PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-RUN-DATE(1:4) '/' WS-RUN-DATE(5:2) '/'
               WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO WS-DATE-TEXT

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE 'account_contact.dat' TO WS-CON-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_CONTACT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CON-FILE-NAME
           END-IF
           MOVE 'outreach_log.txt' TO WS-LOG-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_LOG_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LOG-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_ACTION'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'EXTRACT'
                   PERFORM RUN-EXTRACT
               WHEN 'RESULTS'
                   PERFORM RUN-RESULTS
               WHEN OTHER
                   DISPLAY "OUTREACH: OUTREACH_ACTION must be EXTRACT "
                       "or RESULTS"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> EXTRACT：掃主檔挑退郵帳號，依管道產生閘道上傳檔
       RUN-EXTRACT.
           PERFORM READ-EXTRACT-PARAMETERS
           PERFORM LOAD-TEMPLATE
           PERFORM LOAD-DNM-LIST
           PERFORM LOAD-CONTACT-HISTORY

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "OUTREACH: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CON-FILE
           IF WS-CON-STATUS NOT = '00'
               DISPLAY "OUTREACH: cannot open contact file "
                   FUNCTION TRIM(WS-CON-FILE-NAME)
                   " (status " WS-CON-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF
           OPEN OUTPUT SMS-FILE EML-FILE RPT-FILE
           MOVE 'SMS' TO WS-CHANNEL
           PERFORM WRITE-BATCH-HEADER
           MOVE 'EMAIL' TO WS-CHANNEL
           PERFORM WRITE-BATCH-HEADER
           MOVE SPACES TO RPT-REC
           STRING "Undeliverable-account digital outreach "
               WS-RUN-DATE " batch " FUNCTION TRIM(WS-BATCH-ID)
               " channels " FUNCTION TRIM(WS-CHANNELS)
               " cap " WS-CAP-COUNT " per " WS-CAP-DAYS " day(s)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE "account;disposition;channels;detail" TO RPT-REC
           WRITE RPT-REC

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-SCANNED
                       IF MAST-ACCOUNT-ID NOT = HOLD-ACCOUNT
                           IF HOLD-ACCOUNT NOT = SPACES
                               PERFORM EVALUATE-ACCOUNT
                           END-IF
                           MOVE MAST-ACCOUNT-ID TO HOLD-ACCOUNT
                           MOVE SPACES TO HOLD-U-ROLE HOLD-CITY
                               HOLD-ZIP
                       END-IF
                       IF MAST-OTHER NOT = '*ERASED*'
                          AND MAST-UNDELIV-FLAG = 'U'
                          AND HOLD-U-ROLE = SPACES
                           MOVE MAST-ADDR-ROLE TO HOLD-U-ROLE
                           MOVE MAST-CITY TO HOLD-CITY
                           MOVE MAST-ZIP TO HOLD-ZIP
                       END-IF
               END-READ
           END-PERFORM
           IF HOLD-ACCOUNT NOT = SPACES
               PERFORM EVALUATE-ACCOUNT
           END-IF

           MOVE 'SMS' TO WS-CHANNEL
           MOVE CTL-SMS TO WS-DETAIL-COUNT
           PERFORM WRITE-BATCH-TRAILER
           MOVE 'EMAIL' TO WS-CHANNEL
           MOVE CTL-EMAIL TO WS-DETAIL-COUNT
           PERFORM WRITE-BATCH-TRAILER

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Master records scanned: " CTL-SCANNED
               "  undeliverable accounts: " CTL-UNDELIV
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Excluded: do-not-mail " CTL-DNM
               "  contact cap " CTL-CAPPED
               "  no contact " CTL-NO-CONTACT
               "  no usable contact " CTL-NO-USABLE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Accounts contacted: " CTL-ACCTS-SENT
               "  SMS messages: " CTL-SMS
               "  e-mail messages: " CTL-EMAIL
               "  SMS texts shortened: " CTL-TRUNCATED
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE MAST-FILE CON-FILE LOG-FILE SMS-FILE EML-FILE
               RPT-FILE

           DISPLAY "OUTREACH: " CTL-UNDELIV " undeliverable account(s)"
               " - " CTL-ACCTS-SENT " contacted, " CTL-SMS " SMS, "
               CTL-EMAIL " e-mail"
           DISPLAY "OUTREACH: excluded " CTL-DNM " do-not-mail, "
               CTL-CAPPED " over contact cap, " CTL-NO-CONTACT
               " without contact data, " CTL-NO-USABLE
               " without a usable phone/e-mail"
           IF CTL-TRUNCATED > 0
               DISPLAY "OUTREACH: " CTL-TRUNCATED " SMS text(s) "
                   "longer than 160 bytes were shortened"
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-EXTRACT-PARAMETERS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_CHANNELS'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN SPACES
                   CONTINUE
               WHEN 'BOTH'
               WHEN 'SMS'
               WHEN 'EMAIL'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO WS-CHANNELS
               WHEN OTHER
                   DISPLAY "OUTREACH: OUTREACH_CHANNELS must be BOTH, "
                       "SMS or EMAIL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_SENDER_ID'
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-SENDER-ID
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_CAP_COUNT'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-CAP-COUNT
               IF WS-CAP-COUNT = 0
                   MOVE 1 TO WS-CAP-COUNT
               END-IF
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_CAP_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-CAP-DAYS
           END-IF
           COMPUTE WS-CAP-FROM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-CAP-DAYS + 1)
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_SMS_PREFIXES'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-SMS-PREFIXES
           END-IF
           IF FUNCTION TRIM(WS-SMS-PREFIXES) = '*'
               MOVE SPACES TO WS-SMS-PREFIXES
           END-IF
           MOVE SPACES TO PFX-TABLE
           UNSTRING WS-SMS-PREFIXES DELIMITED BY ','
               INTO PFX-ENTRY(1) PFX-ENTRY(2) PFX-ENTRY(3)
                    PFX-ENTRY(4) PFX-ENTRY(5) PFX-ENTRY(6)
           END-UNSTRING
           MOVE 0 TO PFX-COUNT
           PERFORM VARYING PFX-IDX FROM 1 BY 1 UNTIL PFX-IDX > 6
               MOVE FUNCTION TRIM(PFX-ENTRY(PFX-IDX))
                   TO PFX-ENTRY(PFX-IDX)
               IF PFX-ENTRY(PFX-IDX) NOT = SPACES
                   ADD 1 TO PFX-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-BATCH-ID WS-SMS-FILE-NAME
               WS-EML-FILE-NAME WS-RPT-FILE-NAME
           STRING 'OR' WS-RUN-DATE WS-RUN-TIME8(1:6)
               DELIMITED BY SIZE INTO WS-BATCH-ID
           STRING 'outreach_sms_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SMS-FILE-NAME
           STRING 'outreach_email_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-EML-FILE-NAME
           STRING 'outreach_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.

      *> 模板：SMS / EMAIL_SUBJECT / EMAIL_BODY，這次要發的管道
      *> 缺了對應的內容就不跑
       LOAD-TEMPLATE.
           MOVE 'outreach_template.txt' TO WS-TPL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_TEMPLATE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TPL-FILE-NAME
           END-IF
           OPEN INPUT TPL-FILE
           IF WS-TPL-STATUS NOT = '00'
               DISPLAY "OUTREACH: cannot open message template "
                   FUNCTION TRIM(WS-TPL-FILE-NAME)
                   " (status " WS-TPL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL TPL-EOF = 'Y'
               READ TPL-FILE
                   AT END MOVE 'Y' TO TPL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(TPL-REC) NOT = SPACES
                          AND TPL-REC(1:1) NOT = '*'
                           PERFORM TAKE-TEMPLATE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TPL-FILE
           IF WS-CHANNELS NOT = 'EMAIL' AND TPL-SMS = SPACES
               DISPLAY "OUTREACH: template "
                   FUNCTION TRIM(WS-TPL-FILE-NAME)
                   " has no SMS line"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHANNELS NOT = 'SMS'
              AND (TPL-SUBJECT = SPACES OR TPL-BODY-COUNT = 0)
               DISPLAY "OUTREACH: template "
                   FUNCTION TRIM(WS-TPL-FILE-NAME)
                   " needs an EMAIL_SUBJECT line and at least one "
                   "EMAIL_BODY line"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-TEMPLATE-LINE.
           MOVE SPACES TO TPL-KIND TPL-TEXT
           UNSTRING TPL-REC DELIMITED BY ';'
               INTO TPL-KIND
           END-UNSTRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TPL-KIND)) TO WS-SCAN
           IF TPL-REC(WS-SCAN + 1:1) = ';'
               MOVE TPL-REC(WS-SCAN + 2:) TO TPL-TEXT
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TPL-KIND))
               WHEN 'SMS'
                   MOVE TPL-TEXT TO TPL-SMS
               WHEN 'EMAIL_SUBJECT'
                   MOVE TPL-TEXT TO TPL-SUBJECT
               WHEN 'EMAIL_BODY'
                   IF TPL-BODY-COUNT < 30
                       ADD 1 TO TPL-BODY-COUNT
                       MOVE TPL-TEXT TO TPL-BODY-LINE(TPL-BODY-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING: template line kind "
                       FUNCTION TRIM(TPL-KIND) " ignored"
           END-EVALUATE.

      *> 不寄名單：一行「帳號;原因」，行首 * 當註解
       LOAD-DNM-LIST.
           MOVE 'dnm_list.txt' TO WS-DNM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DNM_LIST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DNM-FILE-NAME
           END-IF
           OPEN INPUT DNM-FILE
           IF WS-DNM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 20000 TO DNM-COUNT
           PERFORM UNTIL DNM-EOF = 'Y'
               READ DNM-FILE
                   AT END MOVE 'Y' TO DNM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DNM-REC) NOT = SPACES
                          AND DNM-REC(1:1) NOT = '*'
                          AND DNM-LOADED < 20000
                           MOVE SPACES TO DX-ACCT
                           UNSTRING DNM-REC DELIMITED BY ';'
                               INTO DX-ACCT
                           END-UNSTRING
                           ADD 1 TO DNM-LOADED
                           MOVE FUNCTION TRIM(DX-ACCT)
                               TO DNM-ACCT(DNM-LOADED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DNM-FILE
           IF DNM-LOADED > 0
               MOVE DNM-LOADED TO DNM-COUNT
               SORT DNM-ENTRY ASCENDING KEY DNM-ACCT
           ELSE
               MOVE 1 TO DNM-COUNT
           END-IF.

      *> 聯絡紀錄裡上限期間內的 SENT：一個帳號算幾個不同發送日
       LOAD-CONTACT-HISTORY.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 100000 TO CP-COUNT
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       PERFORM SPLIT-LOG-LINE
                       IF LX-KIND = 'SENT' AND LX-DATE IS NUMERIC
                          AND LX-DATE >= WS-CAP-FROM
                           IF CP-LOADED < 100000
                               ADD 1 TO CP-LOADED
                               MOVE LX-ACCOUNT TO CP-ACCOUNT(CP-LOADED)
                               MOVE LX-DATE TO CP-DATE(CP-LOADED)
                               MOVE 1 TO CP-DAYS(CP-LOADED)
                           ELSE
                               MOVE 'Y' TO CP-TOO-MANY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           IF CP-TOO-MANY = 'Y'
               DISPLAY "OUTREACH: more than 100000 recent sends on "
                   FUNCTION TRIM(WS-LOG-FILE-NAME)
                   " - contact cap cannot be applied"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CP-LOADED = 0
               MOVE 1 TO CP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CP-LOADED TO CP-COUNT
           SORT CP-ENTRY ASCENDING KEY CP-ACCOUNT CP-DATE
           *> 同帳號壓成一筆：換日才多算一天
           MOVE 1 TO CP-OUT
           PERFORM VARYING CP-IDX FROM 2 BY 1 UNTIL CP-IDX > CP-LOADED
               IF CP-ACCOUNT(CP-IDX) = CP-ACCOUNT(CP-OUT)
                   IF CP-DATE(CP-IDX) NOT = CP-DATE(CP-OUT)
                       ADD 1 TO CP-DAYS(CP-OUT)
                       MOVE CP-DATE(CP-IDX) TO CP-DATE(CP-OUT)
                   END-IF
               ELSE
                   ADD 1 TO CP-OUT
                   MOVE CP-ENTRY(CP-IDX) TO CP-ENTRY(CP-OUT)
               END-IF
           END-PERFORM
           MOVE CP-OUT TO CP-LOADED
           MOVE CP-OUT TO CP-COUNT.

       SPLIT-LOG-LINE.
           MOVE SPACES TO LX-DATE LX-TIME LX-KIND LX-ACCOUNT
               LX-CHANNEL LX-MSG-ID LX-STATUS LX-SDATE LX-DETAIL
           UNSTRING LOG-REC DELIMITED BY ';'
               INTO LX-DATE LX-TIME LX-KIND LX-ACCOUNT LX-CHANNEL
                    LX-MSG-ID LX-STATUS LX-SDATE LX-DETAIL
           END-UNSTRING.

      *> 一個帳號掃完：有 U 就依序過不寄名單、頻率上限、聯絡資料
       EVALUATE-ACCOUNT.
           IF HOLD-U-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-UNDELIV
           IF DNM-LOADED > 0
               SEARCH ALL DNM-ENTRY
                   AT END CONTINUE
                   WHEN DNM-ACCT(DNM-IX) = HOLD-ACCOUNT
                       ADD 1 TO CTL-DNM
                       MOVE 'on do-not-mail list' TO WS-REASON
                       MOVE 'DO NOT MAIL' TO WS-SENT-LIST
                       PERFORM WRITE-SKIP-LINE
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF CP-LOADED > 0
               SEARCH ALL CP-ENTRY
                   AT END CONTINUE
                   WHEN CP-ACCOUNT(CP-IX) = HOLD-ACCOUNT
                       IF CP-DAYS(CP-IX) >= WS-CAP-COUNT
                           ADD 1 TO CTL-CAPPED
                           MOVE SPACES TO WS-REASON
                           STRING "last contacted " CP-DATE(CP-IX)
                               DELIMITED BY SIZE INTO WS-REASON
                           MOVE 'CAPPED' TO WS-SENT-LIST
                           PERFORM WRITE-SKIP-LINE
                           EXIT PARAGRAPH
                       END-IF
               END-SEARCH
           END-IF
           MOVE HOLD-ACCOUNT TO CON-ACCOUNT
           READ CON-FILE
               INVALID KEY
                   ADD 1 TO CTL-NO-CONTACT
                   MOVE 'no phone or e-mail on file' TO WS-REASON
                   MOVE 'NO CONTACT' TO WS-SENT-LIST
                   PERFORM WRITE-SKIP-LINE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-REASON
           MOVE 'N' TO WS-PHONE-OK WS-EMAIL-OK
           IF WS-CHANNELS NOT = 'EMAIL'
               PERFORM CHECK-PHONE
           END-IF
           IF WS-CHANNELS NOT = 'SMS'
               PERFORM CHECK-EMAIL
           END-IF
           IF WS-PHONE-OK = 'N' AND WS-EMAIL-OK = 'N'
               ADD 1 TO CTL-NO-USABLE
               IF WS-REASON = SPACES
                   MOVE 'no contact for the selected channel'
                       TO WS-REASON
               END-IF
               MOVE 'NOT USABLE' TO WS-SENT-LIST
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CTL-ACCTS-SENT
           MOVE SPACES TO WS-SENT-LIST
           IF WS-PHONE-OK = 'Y'
               PERFORM SEND-SMS
               MOVE 'SMS' TO WS-SENT-LIST
           END-IF
           IF WS-EMAIL-OK = 'Y'
               PERFORM SEND-EMAIL
               IF WS-SENT-LIST = SPACES
                   MOVE 'EMAIL' TO WS-SENT-LIST
               ELSE
                   MOVE 'SMS+EMAIL' TO WS-SENT-LIST
               END-IF
           END-IF
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(HOLD-ACCOUNT) ";SENT;"
               FUNCTION TRIM(WS-SENT-LIST) ";undeliverable "
               FUNCTION TRIM(HOLD-U-ROLE) " address "
               FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       WRITE-SKIP-LINE.
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(HOLD-ACCOUNT) ";"
               FUNCTION TRIM(WS-SENT-LIST) ";;"
               FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 電話：數字收進 WS-PHONE-DIGITS，遇到英文字母（分機）就停；
      *> 8-15 位、開頭符合可發簡訊的門號才算能用
       CHECK-PHONE.
           IF CON-PHONE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CON-PHONE-STATUS = 'B'
               MOVE '(phone bounced)' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE 0 TO WS-PHONE-LEN
           MOVE 'N' TO WS-STOP-SW
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > 50 OR WS-STOP-SW = 'Y'
               MOVE CON-PHONE(WS-SCAN:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR >= '0' AND WS-CHAR <= '9'
                       IF WS-PHONE-LEN < 20
                           ADD 1 TO WS-PHONE-LEN
                           MOVE WS-CHAR
                               TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
                       END-IF
                   WHEN (WS-CHAR >= 'A' AND WS-CHAR <= 'Z')
                     OR (WS-CHAR >= 'a' AND WS-CHAR <= 'z')
                     OR WS-CHAR = '#'
                       MOVE 'Y' TO WS-STOP-SW
               END-EVALUATE
           END-PERFORM
           IF WS-PHONE-LEN < 8 OR WS-PHONE-LEN > 15
               MOVE '(phone not a valid number)' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF PFX-COUNT > 0
               MOVE 'N' TO PFX-HIT
               PERFORM VARYING PFX-IDX FROM 1 BY 1
                       UNTIL PFX-IDX > 6 OR PFX-HIT = 'Y'
                   IF PFX-ENTRY(PFX-IDX) NOT = SPACES
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           PFX-ENTRY(PFX-IDX))) TO PFX-LEN
                       IF WS-PHONE-DIGITS(1:PFX-LEN) =
                          PFX-ENTRY(PFX-IDX)(1:PFX-LEN)
                           MOVE 'Y' TO PFX-HIT
                       END-IF
                   END-IF
               END-PERFORM
               IF PFX-HIT = 'N'
                   MOVE '(phone not a mobile number)' TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-PHONE-OK.

      *> 電子郵件：剛好一個 @、沒有空白、@ 後面（不緊接）有點、
      *> 最後一個字元不是點
       CHECK-EMAIL.
           IF CON-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CON-EMAIL-STATUS = 'B'
               IF WS-REASON = SPACES
                   MOVE '(e-mail bounced)' TO WS-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(CON-EMAIL) TO WS-EMAIL-TRIM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CON-EMAIL))
               TO WS-EMAIL-LEN
           MOVE 0 TO WS-AT-COUNT WS-AT-POS
           MOVE 'N' TO WS-DOT-SEEN WS-STOP-SW
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-EMAIL-LEN
               MOVE WS-EMAIL-TRIM(WS-SCAN:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = '@'
                       ADD 1 TO WS-AT-COUNT
                       MOVE WS-SCAN TO WS-AT-POS
                   WHEN WS-CHAR = SPACE
                       MOVE 'Y' TO WS-STOP-SW
                   WHEN WS-CHAR = '.' AND WS-AT-POS > 0
                        AND WS-SCAN > WS-AT-POS + 1
                       MOVE 'Y' TO WS-DOT-SEEN
               END-EVALUATE
           END-PERFORM
           IF WS-AT-COUNT NOT = 1 OR WS-AT-POS = 1
              OR WS-STOP-SW = 'Y' OR WS-DOT-SEEN = 'N'
              OR WS-EMAIL-TRIM(WS-EMAIL-LEN:1) = '.'
               IF WS-REASON = SPACES
                   MOVE '(e-mail not a valid address)' TO WS-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EMAIL-OK.

       SEND-SMS.
           MOVE 'SMS' TO WS-CHANNEL
           MOVE 'S' TO WS-CHANNEL-CODE
           PERFORM NEXT-MESSAGE-ID
           MOVE TPL-SMS TO SUB-IN
           PERFORM SUBSTITUTE-LINE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SUB-OUT TRAILING))
               TO WS-TEXT-LEN
           IF WS-TEXT-LEN > 160
               *> 從 UTF-8 字元邊界截：第 161 位元組是後續位元組
               *> （X'80'-X'BF'）就往前退到字元開頭
               MOVE 160 TO WS-TEXT-LEN
               PERFORM UNTIL WS-TEXT-LEN = 0
                  OR SUB-OUT(WS-TEXT-LEN + 1:1) < X'80'
                  OR SUB-OUT(WS-TEXT-LEN + 1:1) >= X'C0'
                   SUBTRACT 1 FROM WS-TEXT-LEN
               END-PERFORM
               MOVE SPACES TO SUB-OUT(WS-TEXT-LEN + 1:)
               ADD 1 TO CTL-TRUNCATED
           END-IF
           MOVE SPACES TO MG-REC
           MOVE 'S' TO MG-REC-TYPE
           MOVE WS-MSG-ID TO MG-S-MSG-ID
           MOVE WS-PHONE-DIGITS TO MG-S-PHONE
           MOVE SUB-OUT(1:160) TO MG-S-TEXT
           WRITE SMS-REC FROM MG-REC
           ADD 1 TO CTL-SMS
           PERFORM WRITE-SENT-LOG.

       SEND-EMAIL.
           MOVE 'EMAIL' TO WS-CHANNEL
           MOVE 'E' TO WS-CHANNEL-CODE
           PERFORM NEXT-MESSAGE-ID
           MOVE SPACES TO MG-REC
           MOVE 'E' TO MG-REC-TYPE
           MOVE WS-MSG-ID TO MG-E-MSG-ID
           MOVE WS-EMAIL-TRIM TO MG-E-ADDRESS
           MOVE TPL-SUBJECT TO SUB-IN
           PERFORM SUBSTITUTE-LINE
           MOVE SUB-OUT TO MG-E-SUBJECT
           MOVE SPACES TO WS-BODY
           MOVE 1 TO WS-BODY-PTR
           MOVE 'N' TO WS-TRUNC-SW
           PERFORM VARYING TPL-IDX FROM 1 BY 1
                   UNTIL TPL-IDX > TPL-BODY-COUNT
               MOVE TPL-BODY-LINE(TPL-IDX) TO SUB-IN
               PERFORM SUBSTITUTE-LINE
               IF TPL-IDX > 1
                   STRING '\n' DELIMITED BY SIZE INTO WS-BODY
                       WITH POINTER WS-BODY-PTR
                       ON OVERFLOW MOVE 'Y' TO WS-TRUNC-SW
                   END-STRING
               END-IF
               IF SUB-OUT NOT = SPACES
                   STRING FUNCTION TRIM(SUB-OUT TRAILING)
                       DELIMITED BY SIZE INTO WS-BODY
                       WITH POINTER WS-BODY-PTR
                       ON OVERFLOW MOVE 'Y' TO WS-TRUNC-SW
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-TRUNC-SW = 'Y'
               DISPLAY "WARNING: e-mail body for "
                   FUNCTION TRIM(HOLD-ACCOUNT)
                   " longer than the gateway field - shortened"
           END-IF
           MOVE WS-BODY TO MG-E-TEXT
           WRITE EML-REC FROM MG-REC
           ADD 1 TO CTL-EMAIL
           PERFORM WRITE-SENT-LOG.

       NEXT-MESSAGE-ID.
           ADD 1 TO WS-MSG-SEQ
           MOVE SPACES TO WS-MSG-ID
           STRING 'OR' WS-RUN-DATE WS-RUN-TIME8(1:6) WS-CHANNEL-CODE
               WS-MSG-SEQ
               DELIMITED BY SIZE INTO WS-MSG-ID.

       WRITE-SENT-LOG.
           ACCEPT WS-STAMP-TIME8 FROM TIME
           MOVE SPACES TO LOG-REC
           STRING WS-RUN-DATE ";" WS-STAMP-TIME8(1:6) ";SENT;"
               FUNCTION TRIM(HOLD-ACCOUNT) ";"
               FUNCTION TRIM(WS-CHANNEL) ";"
               FUNCTION TRIM(WS-MSG-ID) ";SENT;" WS-RUN-DATE ";"
               FUNCTION TRIM(WS-BATCH-ID)
               DELIMITED BY SIZE INTO LOG-REC
           WRITE LOG-REC.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO MG-REC
           MOVE 'H' TO MG-REC-TYPE
           MOVE WS-BATCH-ID TO MG-BATCH-ID
           MOVE WS-CHANNEL TO MG-CHANNEL
           MOVE WS-RUN-DATE TO MG-CREATE-DATE
           MOVE WS-RUN-TIME8(1:6) TO MG-CREATE-TIME
           MOVE WS-SENDER-ID TO MG-SENDER-ID
           IF WS-CHANNEL = 'SMS'
               WRITE SMS-REC FROM MG-REC
           ELSE
               WRITE EML-REC FROM MG-REC
           END-IF.

      *> 批尾：呼叫前 WS-DETAIL-COUNT 已放好筆數
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO MG-REC
           MOVE 'T' TO MG-REC-TYPE
           MOVE WS-DETAIL-COUNT TO MG-DETAIL-COUNT
           IF WS-CHANNEL = 'SMS'
               WRITE SMS-REC FROM MG-REC
           ELSE
               WRITE EML-REC FROM MG-REC
           END-IF.

      *> {欄位名} 換成這個帳號的值（同 LETTERGEN 的寫法）
       SUBSTITUTE-LINE.
           MOVE SPACES TO SUB-OUT
           MOVE 1 TO SUB-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SUB-IN TRAILING))
               TO SUB-LEN
           MOVE 1 TO SUB-SCAN
           PERFORM UNTIL SUB-SCAN > SUB-LEN
               IF SUB-IN(SUB-SCAN:1) = '{'
                   MOVE 0 TO SUB-CLOSE
                   PERFORM VARYING SUB-NAME-LEN FROM 1 BY 1
                           UNTIL SUB-SCAN + SUB-NAME-LEN > SUB-LEN
                              OR SUB-CLOSE > 0
                       IF SUB-IN(SUB-SCAN + SUB-NAME-LEN:1) = '}'
                           COMPUTE SUB-CLOSE =
                               SUB-SCAN + SUB-NAME-LEN
                       END-IF
                   END-PERFORM
                   IF SUB-CLOSE > 0
                      AND SUB-CLOSE - SUB-SCAN - 1 > 0
                      AND SUB-CLOSE - SUB-SCAN - 1 <= 20
                       MOVE SPACES TO SUB-NAME
                       MOVE SUB-IN(SUB-SCAN + 1:
                           SUB-CLOSE - SUB-SCAN - 1) TO SUB-NAME
                       PERFORM GET-TEMPLATE-VALUE
                       IF FUNCTION TRIM(SUB-VALUE) NOT = SPACES
                           STRING FUNCTION TRIM(SUB-VALUE)
                               DELIMITED BY SIZE INTO SUB-OUT
                               WITH POINTER SUB-PTR
                           END-STRING
                       END-IF
                       COMPUTE SUB-SCAN = SUB-CLOSE + 1
                   ELSE
                       STRING SUB-IN(SUB-SCAN:1)
                           DELIMITED BY SIZE INTO SUB-OUT
                           WITH POINTER SUB-PTR
                       END-STRING
                       ADD 1 TO SUB-SCAN
                   END-IF
               ELSE
                   STRING SUB-IN(SUB-SCAN:1)
                       DELIMITED BY SIZE INTO SUB-OUT
                       WITH POINTER SUB-PTR
                   END-STRING
                   ADD 1 TO SUB-SCAN
               END-IF
           END-PERFORM.

       GET-TEMPLATE-VALUE.
           MOVE SPACES TO SUB-VALUE
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-NAME))
               WHEN 'ACCT4'
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(HOLD-ACCOUNT))
                       TO WS-SCAN
                   IF WS-SCAN > 4
                       MOVE HOLD-ACCOUNT(WS-SCAN - 3:4) TO SUB-VALUE
                   ELSE
                       MOVE HOLD-ACCOUNT TO SUB-VALUE
                   END-IF
               WHEN 'CITY'       MOVE HOLD-CITY TO SUB-VALUE
               WHEN 'ZIP'        MOVE HOLD-ZIP TO SUB-VALUE
               WHEN 'DATE'       MOVE WS-DATE-TEXT TO SUB-VALUE
               WHEN 'REF'        MOVE WS-MSG-ID TO SUB-VALUE
               WHEN OTHER
                   DISPLAY "WARNING: template names unknown field {"
                       FUNCTION TRIM(SUB-NAME) "}"
           END-EVALUATE.

      *> RESULTS：投遞結果對回帳號記進聯絡紀錄，再出補救成效報表
       RUN-RESULTS.
           MOVE SPACES TO WS-RES-FILE-NAME WS-RPT-FILE-NAME
           STRING 'outreach_results_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RES-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_RESULTS_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RES-FILE-NAME
           END-IF
           STRING 'outreach_recovery_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OUTREACH_REPORT_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-REPORT-DAYS
           END-IF
           COMPUTE WS-REPORT-FROM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-REPORT-DAYS + 1)

           PERFORM LOAD-MESSAGE-LOG
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Digital outreach results and recovery " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           OPEN INPUT RES-FILE
           IF WS-RES-STATUS = '00'
               PERFORM IMPORT-RESULTS
               CLOSE RES-FILE
           ELSE
               MOVE SPACES TO RPT-REC
               STRING "No gateway result file "
                   FUNCTION TRIM(WS-RES-FILE-NAME)
                   " - recovery figures only"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           IF WS-CON-OPEN = 'Y'
               CLOSE CON-FILE
           END-IF

           PERFORM REPORT-RECOVERY
           CLOSE RPT-FILE

           DISPLAY "OUTREACH: " CTL-RESULTS-READ " result(s) read - "
               CTL-RESULTS-LOGGED " logged, " CTL-RESULTS-DUP
               " already on the log, " CTL-RESULTS-REJECTED
               " rejected; " CTL-BOUNCE-MARKED
               " contact(s) marked bounced"
           DISPLAY "OUTREACH: recovery report "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-RESULTS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> 聯絡紀錄：SENT 行進表、依訊息編號排序；再讀一遍把
      *> 已經記過的 RESULT 套上去（最後一個結果為準）
       LOAD-MESSAGE-LOG.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               MOVE 1 TO MS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 100000 TO MS-COUNT
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       PERFORM SPLIT-LOG-LINE
                       IF LX-KIND = 'SENT' AND LX-DATE IS NUMERIC
                           IF MS-LOADED >= 100000
                               DISPLAY "OUTREACH: more than 100000 "
                                   "messages on "
                                   FUNCTION TRIM(WS-LOG-FILE-NAME)
                                   " - archive the log first"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO MS-LOADED
                           MOVE LX-MSG-ID TO MS-MSG-ID(MS-LOADED)
                           MOVE LX-ACCOUNT TO MS-ACCOUNT(MS-LOADED)
                           MOVE LX-CHANNEL TO MS-CHANNEL(MS-LOADED)
                           MOVE LX-DATE TO MS-SENT-DATE(MS-LOADED)
                           MOVE SPACE TO MS-RESULT(MS-LOADED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           IF MS-LOADED = 0
               MOVE 1 TO MS-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MS-LOADED TO MS-COUNT
           SORT MS-ENTRY ASCENDING KEY MS-MSG-ID

           MOVE 'N' TO LOG-EOF
           OPEN INPUT LOG-FILE
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       PERFORM SPLIT-LOG-LINE
                       IF LX-KIND = 'RESULT'
                           SEARCH ALL MS-ENTRY
                               AT END CONTINUE
                               WHEN MS-MSG-ID(MS-IX) = LX-MSG-ID
                                   MOVE LX-STATUS(1:1)
                                       TO MS-RESULT(MS-IX)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       IMPORT-RESULTS.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF
           OPEN I-O CON-FILE
           IF WS-CON-STATUS = '00'
               MOVE 'Y' TO WS-CON-OPEN
           END-IF
           MOVE "Results not applied (message id;status;reason):"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM UNTIL RES-EOF = 'Y'
               READ RES-FILE
                   AT END MOVE 'Y' TO RES-EOF
                   NOT AT END
                       IF MR-REC NOT = SPACES
                           ADD 1 TO CTL-RESULTS-READ
                           PERFORM APPLY-ONE-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       APPLY-ONE-RESULT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MR-STATUS))
               TO WS-RESULT-TEXT
           EVALUATE WS-RESULT-TEXT
               WHEN 'DELIVERED'
                   MOVE 'D' TO WS-RESULT-CODE
               WHEN 'BOUNCED'
                   MOVE 'B' TO WS-RESULT-CODE
               WHEN 'FAILED'
                   MOVE 'F' TO WS-RESULT-CODE
               WHEN OTHER
                   MOVE 'unknown status' TO WS-REASON
                   PERFORM REJECT-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF MR-STATUS-DATE IS NOT NUMERIC
               MOVE 'status date not numeric' TO WS-REASON
               PERFORM REJECT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF MS-LOADED = 0
               MOVE 'message id not on the outreach log' TO WS-REASON
               PERFORM REJECT-RESULT
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL MS-ENTRY
               AT END
                   MOVE 'message id not on the outreach log'
                       TO WS-REASON
                   PERFORM REJECT-RESULT
                   EXIT PARAGRAPH
               WHEN MS-MSG-ID(MS-IX) = MR-MSG-ID
                   CONTINUE
           END-SEARCH
           IF MS-RESULT(MS-IX) = WS-RESULT-CODE
               ADD 1 TO CTL-RESULTS-DUP
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESULT-CODE TO MS-RESULT(MS-IX)
           ACCEPT WS-STAMP-TIME8 FROM TIME
           MOVE SPACES TO LOG-REC
           STRING WS-RUN-DATE ";" WS-STAMP-TIME8(1:6) ";RESULT;"
               FUNCTION TRIM(MS-ACCOUNT(MS-IX)) ";"
               FUNCTION TRIM(MS-CHANNEL(MS-IX)) ";"
               FUNCTION TRIM(MS-MSG-ID(MS-IX)) ";"
               FUNCTION TRIM(WS-RESULT-TEXT) ";" MR-STATUS-DATE ";"
               FUNCTION TRIM(MR-REASON)
               DELIMITED BY SIZE INTO LOG-REC
           WRITE LOG-REC
           ADD 1 TO CTL-RESULTS-LOGGED
           IF WS-RESULT-CODE = 'B' AND WS-CON-OPEN = 'Y'
               PERFORM MARK-CONTACT-BOUNCED
           END-IF.

      *> 退件：聯絡資料檔該管道標 B，下次 EXTRACT 不再往那裡送
       MARK-CONTACT-BOUNCED.
           MOVE MS-ACCOUNT(MS-IX) TO CON-ACCOUNT
           READ CON-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF MS-CHANNEL(MS-IX) = 'SMS'
               IF CON-PHONE-STATUS = 'B'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'B' TO CON-PHONE-STATUS
               MOVE MR-STATUS-DATE TO CON-PHONE-STAT-DATE
           ELSE
               IF CON-EMAIL-STATUS = 'B'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'B' TO CON-EMAIL-STATUS
               MOVE MR-STATUS-DATE TO CON-EMAIL-STAT-DATE
           END-IF
           MOVE WS-RUN-DATE TO CON-UPD-DATE
           MOVE 'OUTREACH' TO CON-UPD-PROGRAM
           REWRITE CON-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CTL-BOUNCE-MARKED
           END-REWRITE.

       REJECT-RESULT.
           ADD 1 TO CTL-RESULTS-REJECTED
           MOVE SPACES TO RPT-REC
           STRING "  " FUNCTION TRIM(MR-MSG-ID) ";"
               FUNCTION TRIM(MR-STATUS) ";" FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

      *> 成效：期間內發出的訊息逐管道統計；帳號 + 管道各一筆排序
      *> 後逐帳號查主檔，沒有任何角色還掛 U 就算補救成功
       REPORT-RECOVERY.
           INITIALIZE ST-TABLE
           MOVE 100000 TO AC-COUNT
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-LOADED
               IF MS-SENT-DATE(MS-IDX) >= WS-REPORT-FROM
                   IF MS-CHANNEL(MS-IDX) = 'SMS'
                       MOVE 1 TO ST-IDX
                   ELSE
                       MOVE 2 TO ST-IDX
                   END-IF
                   ADD 1 TO ST-SENT(ST-IDX) ST-SENT(3)
                   EVALUATE MS-RESULT(MS-IDX)
                       WHEN 'D'
                           ADD 1 TO ST-DELIVERED(ST-IDX)
                               ST-DELIVERED(3)
                       WHEN 'B'
                           ADD 1 TO ST-BOUNCED(ST-IDX) ST-BOUNCED(3)
                       WHEN 'F'
                           ADD 1 TO ST-FAILED(ST-IDX) ST-FAILED(3)
                       WHEN OTHER
                           ADD 1 TO ST-PENDING(ST-IDX) ST-PENDING(3)
                   END-EVALUATE
                   ADD 1 TO AC-LOADED
                   MOVE MS-ACCOUNT(MS-IDX) TO AC-ACCOUNT(AC-LOADED)
                   MOVE MS-CHANNEL(MS-IDX) TO AC-CHANNEL(AC-LOADED)
                   IF MS-RESULT(MS-IDX) = 'D'
                       MOVE 'Y' TO AC-DELIVERED(AC-LOADED)
                   ELSE
                       MOVE 'N' TO AC-DELIVERED(AC-LOADED)
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-REC
           STRING "Accounts contacted since " WS-REPORT-FROM
               " (account;channel;reached;address status):"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF AC-LOADED > 0
               MOVE AC-LOADED TO AC-COUNT
               SORT AC-ENTRY ASCENDING KEY AC-ACCOUNT AC-CHANNEL
                   DESCENDING KEY AC-DELIVERED
               OPEN INPUT MAST-FILE
               IF WS-MAST-STATUS NOT = '00'
                   DISPLAY "OUTREACH: cannot open master file "
                       FUNCTION TRIM(WS-MAST-FILE-NAME)
                       " (status " WS-MAST-STATUS ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-PREV-ACCOUNT WS-PREV-CHANNEL
               PERFORM VARYING AC-IDX FROM 1 BY 1
                       UNTIL AC-IDX > AC-LOADED
                   PERFORM TALLY-ACCOUNT-CHANNEL
               END-PERFORM
               CLOSE MAST-FILE
           END-IF

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Recovery by channel, messages sent since "
               WS-REPORT-FROM
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "CHANNEL     SENT DELIVERED  BOUNCED   FAILED"
               "  PENDING ACCOUNTS  REACHED RECOVERED  RATE% "
               "REACHED-RATE%"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 3
               PERFORM WRITE-CHANNEL-LINE
           END-PERFORM.

      *> 排序後同帳號同管道只看第一筆（有送達的排前面）；換帳號
      *> 就查一次主檔
       TALLY-ACCOUNT-CHANNEL.
           IF AC-ACCOUNT(AC-IDX) NOT = WS-PREV-ACCOUNT
               MOVE AC-ACCOUNT(AC-IDX) TO WS-PREV-ACCOUNT
               MOVE SPACES TO WS-PREV-CHANNEL
               PERFORM CHECK-ACCOUNT-RECOVERED
               MOVE 'N' TO WS-ANY-DELIVERED
               ADD 1 TO ST-ACCOUNTS(3)
               IF WS-ACCT-STATE = 'R'
                   ADD 1 TO ST-RECOVERED(3)
               END-IF
           END-IF
           IF AC-CHANNEL(AC-IDX) = WS-PREV-CHANNEL
               EXIT PARAGRAPH
           END-IF
           MOVE AC-CHANNEL(AC-IDX) TO WS-PREV-CHANNEL
           IF AC-CHANNEL(AC-IDX) = 'SMS'
               MOVE 1 TO ST-IDX
           ELSE
               MOVE 2 TO ST-IDX
           END-IF
           ADD 1 TO ST-ACCOUNTS(ST-IDX)
           IF WS-ACCT-STATE = 'R'
               ADD 1 TO ST-RECOVERED(ST-IDX)
           END-IF
           IF AC-DELIVERED(AC-IDX) = 'Y'
               ADD 1 TO ST-REACHED(ST-IDX)
               IF WS-ACCT-STATE = 'R'
                   ADD 1 TO ST-REACHED-REC(ST-IDX)
               END-IF
               *> 任一管道送達，帳號只算一次
               IF WS-ANY-DELIVERED = 'N'
                   MOVE 'Y' TO WS-ANY-DELIVERED
                   ADD 1 TO ST-REACHED(3)
                   IF WS-ACCT-STATE = 'R'
                       ADD 1 TO ST-REACHED-REC(3)
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "  " FUNCTION TRIM(AC-ACCOUNT(AC-IDX)) ";"
               FUNCTION TRIM(AC-CHANNEL(AC-IDX)) ";"
               AC-DELIVERED(AC-IDX) ";"
               DELIMITED BY SIZE INTO RPT-REC
           EVALUATE WS-ACCT-STATE
               WHEN 'R'
                   MOVE 'RECOVERED' TO RPT-REC(60:20)
               WHEN 'U'
                   MOVE 'STILL UNDELIVERABLE' TO RPT-REC(60:20)
               WHEN OTHER
                   MOVE 'NOT ON MASTER' TO RPT-REC(60:20)
           END-EVALUATE
           WRITE RPT-REC.

      *> WS-ACCT-STATE：R = 有地址而且沒有任何角色掛 U、U = 還有
      *> 角色掛 U、N = 主檔上已經沒有這個帳號
       CHECK-ACCOUNT-RECOVERED.
           MOVE 'N' TO WS-ROLE-FOUND WS-ROLE-U
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 3
               MOVE WS-PREV-ACCOUNT TO MAST-ACCOUNT-ID
               MOVE ROLE-NAME(WS-ROLE-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MAST-OTHER NOT = '*ERASED*'
                           MOVE 'Y' TO WS-ROLE-FOUND
                           IF MAST-UNDELIV-FLAG = 'U'
                               MOVE 'Y' TO WS-ROLE-U
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ROLE-FOUND = 'N'
                   MOVE 'N' TO WS-ACCT-STATE
               WHEN WS-ROLE-U = 'Y'
                   MOVE 'U' TO WS-ACCT-STATE
               WHEN OTHER
                   MOVE 'R' TO WS-ACCT-STATE
           END-EVALUATE.

      *> 一個管道一行；補救率 = 補救帳號 / 通知帳號，送達後補救率
      *> = 送達帳號裡補救的比例
       WRITE-CHANNEL-LINE.
           EVALUATE ST-IDX
               WHEN 1 MOVE 'SMS' TO RL-LABEL
               WHEN 2 MOVE 'EMAIL' TO RL-LABEL
               WHEN 3 MOVE 'ANY' TO RL-LABEL
           END-EVALUATE
           MOVE 0 TO WS-RATE
           IF ST-ACCOUNTS(ST-IDX) > 0
               COMPUTE WS-RATE ROUNDED = ST-RECOVERED(ST-IDX) * 100
                   / ST-ACCOUNTS(ST-IDX)
           END-IF
           MOVE WS-RATE TO WS-RATE-TXT
           MOVE 0 TO WS-RATE
           IF ST-REACHED(ST-IDX) > 0
               COMPUTE WS-RATE ROUNDED = ST-REACHED-REC(ST-IDX) * 100
                   / ST-REACHED(ST-IDX)
           END-IF
           MOVE WS-RATE TO WS-RATE2-TXT
           MOVE SPACES TO RPT-REC
           MOVE RL-LABEL TO RPT-REC(1:8)
           MOVE ST-SENT(ST-IDX) TO RL-DISP
           MOVE RL-DISP TO RPT-REC(5:9)
           MOVE ST-DELIVERED(ST-IDX) TO RL-DISP
           MOVE RL-DISP TO RPT-REC(15:9)
           MOVE ST-BOUNCED(ST-IDX) TO RL-DISP
           MOVE RL-DISP TO RPT-REC(25:9)
           MOVE ST-FAILED(ST-IDX) TO RL-DISP
           MOVE RL-DISP TO RPT-REC(34:9)
           MOVE ST-PENDING(ST-IDX) TO RL-DISP
           MOVE RL-DISP TO RPT-REC(43:9)
           MOVE ST-ACCOUNTS(ST-IDX) TO RL-DISP
           MOVE RL-DISP TO RPT-REC(52:9)
           MOVE ST-REACHED(ST-IDX) TO RL-DISP
           MOVE RL-DISP TO RPT-REC(61:9)
           MOVE ST-RECOVERED(ST-IDX) TO RL-DISP2
           MOVE RL-DISP2 TO RPT-REC(71:9)
           MOVE WS-RATE-TXT TO RPT-REC(82:5)
           MOVE WS-RATE2-TXT TO RPT-REC(95:5)
           WRITE RPT-REC.
