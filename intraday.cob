       PROGRAM-ID. INTRADAY.
      *> 日間地址異動收件：櫃員白天鍵的地址更正不再等上游隔天的
      *> 全量擷取。異動檔 intraday_changes.txt 一行
      *> 「分行代碼;帳號;新地址本文[;鍵入櫃員]」，逐筆：
      *>   1. 丟給 ADDRPARSE 拆 29 欄（跟夜間批次同一套比對）
      *>   2. 套同一套檢核：各國郵遞區號格式（zipformat.txt）、
      *>      行政區層級（geo_hierarchy.txt）、郵務街道名錄
      *>      （ADDRPARSE 以鍵查索引檔給的投遞碼：郵遞區號或城市
      *>      在名錄上、街道卻查不到 = U，算拒件；名錄沒涵蓋的
      *>      地區 X 照收）
      *>   3. 過了就以標準輸出 CSV 欄位順序寫進暫置檔
      *>      pending_changes.txt，夜裡 ADDRMAST 載完主輸出後
      *>      順路套用、照常出異動歷史（ExtractStamp 欄放暫置
      *>      時間，暫置後主檔被別的程式改過的不蓋，記
      *>      STALE-EXTRACT 衝突）
      *>   4. 沒過的寫回拒件檔（分行;帳號;原因;原文），
      *>      隔天退回原分行
      *> 比對不到（ADDRPARSE 旗標 N）也算拒件 - 亂鍵的地址不能
      *> 進主檔。
      *> 過檢的異動再看風險，下列任一項成立就不直接暫置，寫成
      *> 照會保留列（版面見 cbhold.cpy，一樣在暫置檔裡）：
      *>   NEW-ACCOUNT    核心帳戶傾印上開戶未滿 N 天，或主檔上
      *>                  還沒有這個帳號的任何地址
      *>   COUNTRY-CHANGE 新地址的國家跟主檔上這個帳號每一個
      *>                  地址角色的國家都不同
      *>   RECENT-CHANGE  近 N 天的異動歷史（address_changes_）
      *>                  已經有這個帳號，或暫置檔/這一批裡已經
      *>                  有同一帳號的異動
      *> 保留列要第二位作業員用 CALLBACK 記下照會確認才放行，
      *> 逾期沒確認由 CALLBACK EXPIRE 退回分行。
      *>   INTRADAY_HOLD             = N 關掉照會保留（預設 Y）
      *>   INTRADAY_HOLD_NEW_DAYS    = 新開戶天數（預設 30）
      *>   INTRADAY_HOLD_RECENT_DAYS = 近期異動天數（預設 30）
      *>   INTRADAY_CORE_FILE        = 核心帳戶傾印（預設
      *>                     core_accounts_YYYYMMDD.txt，同 CORERECON）
      *>   ADDRMAST_MAST_FILE        = 地址主檔
      *> 多法人：ADDR_ENTITY（預設 BANK）；子公司的異動檔、暫置檔、
      *> 拒件檔都掛「代碼_」前綴，夜裡由同一法人的 ADDRMAST 套用。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIER-FILE ASSIGN TO DYNAMIC WS-HIER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           *> 照會保留的風險判斷：主檔（現有地址的國家）、核心
           *> 帳戶傾印（開戶日）、近期的異動歷史
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CORE-FILE ASSIGN TO DYNAMIC WS-CORE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORE-STATUS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ZIPFMT-REC      PIC X(100).
       FD  HIER-FILE.
       01  HIER-REC        PIC X(120).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CORE-FILE.
       01  CORE-REC        PIC X(200).
       FD  HIST-FILE.
       01  HIST-REC        PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ZIPFMT-FILE-NAME  PIC X(100).
       01 WS-HIER-FILE-NAME    PIC X(100).
       01 WS-REF-STATUS        PIC XX.
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 ZIPFMT-EOF           PIC X VALUE 'N'.
       01 HIER-EOF             PIC X VALUE 'N'.
       01 CHG-BRANCH           PIC X(10).
       01 CHG-ACCOUNT          PIC X(30).
       01 CHG-TEXT             PIC X(500).
       01 CHG-KEYER            PIC X(20).
       01 WS-REJ-REASON        PIC X(60).

       *> 照會保留
       01 WS-HOLD-SW           PIC X VALUE 'Y'.
           88 HOLD-ENABLED         VALUE 'Y'.
       01 WS-HOLD-NEW-DAYS     PIC 9(3) VALUE 30.
       01 WS-HOLD-RECENT-DAYS  PIC 9(3) VALUE 30.
       01 WS-HOLD-REASONS      PIC X(40).
       01 WS-HOLD-PTR          PIC 9(3).
       01 WS-HOLD-SEQ          PIC 9(4) VALUE 0.
       01 WS-RUN-TIME          PIC 9(8).
       *> 暫置時間（ExtractStamp 欄）：暫置之後主檔被別的程式改
       *> 過，ADDRMAST 就不拿這一列蓋回去（STALE-EXTRACT）
       01 WS-STAGE-STAMP       PIC X(14).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-MAST-OPEN         PIC X VALUE 'N'.
       01 WS-CORE-FILE-NAME    PIC X(100).
       01 WS-CORE-STATUS       PIC XX.
       01 WS-HIST-FILE-NAME    PIC X(100).
       01 WS-HIST-STATUS       PIC XX.
       01 WS-SCAN-EOF          PIC X.
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-DAY-INT           PIC 9(8).
       01 WS-START-INT         PIC 9(8).
       01 WS-SCAN-DATE         PIC 9(8).
       01 CX-ACCOUNT           PIC X(30).
       01 CX-STATUS            PIC X(20).
       01 CX-OPEN-DATE         PIC X(8).
       01 CX-REST              PIC X(200).

       *> 這一批異動檔上的帳號（先掃一遍），核心傾印、異動歷史、
       *> 暫置檔各掃一次，對到就在這裡打旗標
       01 IA-TABLE.
           05 IA-ENTRY OCCURS 5000 TIMES.
               10 IA-ACCOUNT       PIC X(30).
               10 IA-NEW-ACCT      PIC X.
               10 IA-RECENT        PIC X.
       01 IA-COUNT             PIC 9(4) VALUE 0.
       01 IA-IDX               PIC 9(4).
       01 IA-HIT               PIC 9(4).
       01 IA-KEY               PIC X(30).

       *> 主檔上這個帳號的各角色地址
       01 ROLE-NAMES.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-TABLE REDEFINES ROLE-NAMES.
           05 ROLE-NAME PIC X(12) OCCURS 3 TIMES.
       01 ROLE-IDX             PIC 9.
       01 WS-ON-MASTER         PIC X.
       01 WS-COUNTRY-SEEN      PIC X.
       01 WS-COUNTRY-SAME      PIC X.

       *> 暫置檔一般列的第 34 欄（帳號）：引號感知的數分號
       01 PF-SCAN              PIC 9(4).
       01 PF-FIELD             PIC 9(3).
       01 PF-IN-QUOTE          PIC X.
       01 PF-START             PIC 9(4).
       01 PF-LEN               PIC 9(4).

       *> 各國郵遞區號格式規則（跟主批次同一份 zipformat.txt）
       01 ZIPFMT-TABLE.
           05 ZIPFMT-ITEM OCCURS 100 TIMES.
       01 CTL-READ             PIC 9(7) VALUE 0.
       01 CTL-STAGED           PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.
       01 CTL-HELD             PIC 9(7) VALUE 0.

       COPY "addrparse.cpy".

       COPY "cbhold.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE WS-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO WS-STAGE-STAMP

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "INTRADAY: ADDR_ENTITY must be at most 4 "
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

           MOVE SPACES TO WS-IN-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'intraday_changes.txt'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'INTRADAY_IN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
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
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'intraday_rejects_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REJ-FILE-NAME
           MOVE 'zipformat.txt' TO WS-ZIPFMT-FILE-NAME
           MOVE 'geo_hierarchy.txt' TO WS-HIER-FILE-NAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM INIT-HOLD-CHECKS
           IF HOLD-ENABLED
               PERFORM LOAD-BATCH-ACCOUNTS
               CLOSE IN-FILE
               PERFORM SCAN-CORE-ACCOUNTS
               PERFORM SCAN-CHANGE-HISTORY
               PERFORM SCAN-PENDING-FILE
               MOVE 'N' TO EOF-FLAG
               OPEN INPUT IN-FILE
           END-IF
           *> 暫置檔用追加，一天可以收好幾批
           OPEN EXTEND PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
           END-PERFORM

           CLOSE IN-FILE PEND-FILE REJ-FILE
           IF WS-MAST-OPEN = 'Y'
               CLOSE MAST-FILE
           END-IF
           DISPLAY "INTRADAY: " CTL-READ " changes, "
               CTL-STAGED " staged for tonight, "
               CTL-HELD " held for call-back, "
               CTL-REJECTED " rejected - see "
               FUNCTION TRIM(WS-REJ-FILE-NAME)
           IF CTL-REJECTED > 0
           CLOSE HIER-FILE.

       PROCESS-ONE-CHANGE.
           MOVE SPACES TO CHG-BRANCH CHG-ACCOUNT CHG-TEXT CHG-KEYER
           UNSTRING IN-REC DELIMITED BY ';'
               INTO CHG-BRANCH CHG-ACCOUNT CHG-TEXT CHG-KEYER
           END-UNSTRING
           IF FUNCTION TRIM(CHG-ACCOUNT) = SPACES
              OR FUNCTION TRIM(CHG-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF APA-DELIV-CODE = 'U'
               MOVE 'street not in postal street directory'
                   TO WS-REJ-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOLD-REASONS
           IF HOLD-ENABLED
               PERFORM ASSESS-CHANGE-RISK
           END-IF
           PERFORM STAGE-ACCEPTED-CHANGE.

       *> 跟主批次同一條規則：國家有格式規則時查長度與字元類別
       *> （Chinese 留空、Original = 新地址原文），夜裡 ADDRMAST
       *> 當一般資料列套用，異動歷史照常產生。
       STAGE-ACCEPTED-CHANGE.
           MOVE CHG-TEXT TO QF-IN
           PERFORM QUOTE-CSV-FIELD
           MOVE QF-OUT TO QF-TEXT
               APA-SCORE ";"
               FUNCTION TRIM(CHG-ACCOUNT) ";"
               FUNCTION TRIM(QF-LANDMARK)
               ";;;;;;;;;;;;;;;;;;;" WS-STAGE-STAMP
               DELIMITED BY SIZE INTO PEND-REC
               WITH POINTER PEND-PTR
           END-STRING
           *> 高風險的包成照會保留列，ADDRMAST 不套用
           IF WS-HOLD-REASONS NOT = SPACES
               PERFORM WRAP-HOLD-LINE
           ELSE
               ADD 1 TO CTL-STAGED
           END-IF
           WRITE PEND-REC
           *> 同一批後面再來同一帳號的異動就算近期異動
           MOVE CHG-ACCOUNT TO IA-KEY
           PERFORM FIND-BATCH-ACCOUNT
           IF IA-HIT > 0
               MOVE 'Y' TO IA-RECENT(IA-HIT)
           END-IF.

       *> PEND-REC 裡組好的暫置列包進保留列，整行換回 PEND-REC
       WRAP-HOLD-LINE.
           ADD 1 TO CTL-HELD
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO HLD-LINE
           MOVE 'HOLD;' TO HLD-TAG
           STRING 'CB' WS-RUN-DATE WS-RUN-TIME(1:6) WS-HOLD-SEQ
               DELIMITED BY SIZE INTO HLD-ID
           MOVE WS-RUN-DATE TO HLD-DATE
           MOVE FUNCTION TRIM(CHG-BRANCH) TO HLD-BRANCH
           MOVE FUNCTION TRIM(CHG-ACCOUNT) TO HLD-ACCOUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-KEYER))
               TO HLD-KEYER
           MOVE WS-HOLD-REASONS TO HLD-REASONS
           MOVE ';' TO HLD-SEP1 HLD-SEP2 HLD-SEP3 HLD-SEP4
               HLD-SEP5 HLD-SEP6
           MOVE PEND-REC TO HLD-ROW
           MOVE HLD-LINE TO PEND-REC.

       *> 照會保留的參數與主檔（開不了主檔就只靠核心傾印與
       *> 異動歷史判斷）
       INIT-HOLD-CHECKS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'INTRADAY_HOLD'
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE)) = 'N'
               MOVE 'N' TO WS-HOLD-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'INTRADAY_HOLD_NEW_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-HOLD-NEW-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'INTRADAY_HOLD_RECENT_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                   TO WS-HOLD-RECENT-DAYS
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           MOVE SPACES TO WS-CORE-FILE-NAME
           STRING 'core_accounts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CORE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'INTRADAY_CORE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CORE-FILE-NAME
           END-IF

           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS = '00'
               MOVE 'Y' TO WS-MAST-OPEN
           ELSE
               DISPLAY "INTRADAY: master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " not available (status " WS-MAST-STATUS
                   ") - new-account/country checks use the core "
                   "extract only"
           END-IF.

       *> 先掃一遍異動檔，收這一批的帳號
       LOAD-BATCH-ACCOUNTS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(IN-REC) NOT = SPACES
                          AND IN-REC(1:1) NOT = '*'
                           MOVE SPACES TO CHG-BRANCH CHG-ACCOUNT
                           UNSTRING IN-REC DELIMITED BY ';'
                               INTO CHG-BRANCH CHG-ACCOUNT
                           END-UNSTRING
                           MOVE CHG-ACCOUNT TO IA-KEY
                           PERFORM FIND-BATCH-ACCOUNT
                           IF IA-HIT = 0
                              AND FUNCTION TRIM(IA-KEY) NOT = SPACES
                              AND IA-COUNT < 5000
                               ADD 1 TO IA-COUNT
                               MOVE FUNCTION TRIM(IA-KEY)
                                   TO IA-ACCOUNT(IA-COUNT)
                               MOVE 'N' TO IA-NEW-ACCT(IA-COUNT)
                                           IA-RECENT(IA-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-BATCH-ACCOUNT.
           MOVE 0 TO IA-HIT
           MOVE FUNCTION TRIM(IA-KEY) TO IA-KEY
           PERFORM VARYING IA-IDX FROM 1 BY 1
                   UNTIL IA-IDX > IA-COUNT OR IA-HIT > 0
               IF IA-ACCOUNT(IA-IDX) = IA-KEY
                   MOVE IA-IDX TO IA-HIT
               END-IF
           END-PERFORM.

       *> 核心帳戶傾印「帳號;狀態;開戶日;分行」：這一批的帳號
       *> 開戶未滿 N 天就標新開戶（傾印不存在就跳過）
       SCAN-CORE-ACCOUNTS.
           OPEN INPUT CORE-FILE
           IF WS-CORE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ CORE-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SPACES TO CX-ACCOUNT CX-STATUS
                           CX-OPEN-DATE CX-REST
                       UNSTRING CORE-REC DELIMITED BY ';'
                           INTO CX-ACCOUNT CX-STATUS CX-OPEN-DATE
                                CX-REST
                       END-UNSTRING
                       MOVE CX-ACCOUNT TO IA-KEY
                       PERFORM FIND-BATCH-ACCOUNT
                       IF IA-HIT > 0 AND CX-OPEN-DATE IS NUMERIC
                          AND CX-OPEN-DATE > '19000000'
                           IF WS-TODAY-INT -
                              FUNCTION INTEGER-OF-DATE(
                              FUNCTION NUMVAL(CX-OPEN-DATE))
                              < WS-HOLD-NEW-DAYS
                               MOVE 'Y' TO IA-NEW-ACCT(IA-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORE-FILE.

       *> 近 N 天的異動歷史（一天一檔，第一欄帳號）
       SCAN-CHANGE-HISTORY.
           COMPUTE WS-START-INT = WS-TODAY-INT - WS-HOLD-RECENT-DAYS
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-TODAY-INT
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE SPACES TO WS-HIST-FILE-NAME
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'address_changes_' WS-SCAN-DATE '.txt'
                   DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS = '00'
                   MOVE 'N' TO WS-SCAN-EOF
                   PERFORM UNTIL WS-SCAN-EOF = 'Y'
                       READ HIST-FILE
                           AT END MOVE 'Y' TO WS-SCAN-EOF
                           NOT AT END
                               MOVE SPACES TO IA-KEY
                               UNSTRING HIST-REC DELIMITED BY ';'
                                   INTO IA-KEY
                               END-UNSTRING
                               PERFORM FIND-BATCH-ACCOUNT
                               IF IA-HIT > 0
                                   MOVE 'Y' TO IA-RECENT(IA-HIT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HIST-FILE
               END-IF
           END-PERFORM.

       *> 暫置檔裡已經有（還沒套用或還在保留中）的同帳號異動
       SCAN-PENDING-FILE.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ PEND-FILE
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF PEND-REC(1:5) = 'HOLD;'
                           MOVE PEND-REC TO HLD-LINE
                           MOVE HLD-ACCOUNT TO IA-KEY
                       ELSE
                           PERFORM GET-PENDING-ACCOUNT
                       END-IF
                       PERFORM FIND-BATCH-ACCOUNT
                       IF IA-HIT > 0
                           MOVE 'Y' TO IA-RECENT(IA-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEND-FILE.

       *> 一般暫置列的第 34 欄（帳號）放進 IA-KEY；引號內的分號
       *> 不算欄位分隔
       GET-PENDING-ACCOUNT.
           MOVE SPACES TO IA-KEY
           MOVE 1 TO PF-FIELD
           MOVE 'N' TO PF-IN-QUOTE
           MOVE 0 TO PF-START
           PERFORM VARYING PF-SCAN FROM 1 BY 1
                   UNTIL PF-SCAN > LENGTH OF PEND-REC
                      OR PF-FIELD > 34
               EVALUATE TRUE
                   WHEN PEND-REC(PF-SCAN:1) = '"'
                       IF PF-IN-QUOTE = 'Y'
                           MOVE 'N' TO PF-IN-QUOTE
                       ELSE
                           MOVE 'Y' TO PF-IN-QUOTE
                       END-IF
                   WHEN PEND-REC(PF-SCAN:1) = ';'
                        AND PF-IN-QUOTE = 'N'
                       ADD 1 TO PF-FIELD
                       IF PF-FIELD = 34
                           COMPUTE PF-START = PF-SCAN + 1
                       END-IF
                       IF PF-FIELD = 35 AND PF-START > 0
                           COMPUTE PF-LEN = PF-SCAN - PF-START
                           IF PF-LEN > 0 AND PF-LEN <= 30
                               MOVE PEND-REC(PF-START:PF-LEN)
                                   TO IA-KEY
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       *> 這一筆異動的保留原因（空白 = 直接暫置）
       ASSESS-CHANGE-RISK.
           MOVE SPACES TO WS-HOLD-REASONS
           MOVE 1 TO WS-HOLD-PTR
           MOVE CHG-ACCOUNT TO IA-KEY
           PERFORM FIND-BATCH-ACCOUNT

           MOVE 'N' TO WS-ON-MASTER WS-COUNTRY-SEEN WS-COUNTRY-SAME
           IF WS-MAST-OPEN = 'Y'
               PERFORM VARYING ROLE-IDX FROM 1 BY 1
                       UNTIL ROLE-IDX > 3
                   MOVE FUNCTION TRIM(CHG-ACCOUNT) TO MAST-ACCOUNT-ID
                   MOVE ROLE-NAME(ROLE-IDX) TO MAST-ADDR-ROLE
                   READ MAST-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-MASTER
                           IF FUNCTION TRIM(MAST-COUNTRY) NOT = SPACES
                               MOVE 'Y' TO WS-COUNTRY-SEEN
                               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                  MAST-COUNTRY)) =
                                  FUNCTION UPPER-CASE(FUNCTION TRIM(
                                  APA-COUNTRY))
                                   MOVE 'Y' TO WS-COUNTRY-SAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF (IA-HIT > 0 AND IA-NEW-ACCT(IA-HIT) = 'Y')
              OR (WS-MAST-OPEN = 'Y' AND WS-ON-MASTER = 'N')
               STRING 'NEW-ACCOUNT,' DELIMITED BY SIZE
                   INTO WS-HOLD-REASONS WITH POINTER WS-HOLD-PTR
               END-STRING
           END-IF
           IF WS-COUNTRY-SEEN = 'Y' AND WS-COUNTRY-SAME = 'N'
              AND FUNCTION TRIM(APA-COUNTRY) NOT = SPACES
               STRING 'COUNTRY-CHANGE,' DELIMITED BY SIZE
                   INTO WS-HOLD-REASONS WITH POINTER WS-HOLD-PTR
               END-STRING
           END-IF
           IF IA-HIT > 0 AND IA-RECENT(IA-HIT) = 'Y'
               STRING 'RECENT-CHANGE,' DELIMITED BY SIZE
                   INTO WS-HOLD-REASONS WITH POINTER WS-HOLD-PTR
               END-STRING
           END-IF
           *> 去掉最後一個逗號
           IF WS-HOLD-PTR > 1
               MOVE SPACE TO WS-HOLD-REASONS(WS-HOLD-PTR - 1:1)
           END-IF.

      *> 欄位值含分號或雙引號時補上 RFC4180 引號（整值包雙引
      *> 號、內含的雙引號寫成兩個），其他值原樣放行。
