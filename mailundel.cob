      *> 原因;日期），這次清掉的帳號另列報表，下游郵件自動恢復。
      *> undeliv_flags.txt 快照收尾時從主檔整份重建（只收 'U'），
      *> AddressSplitterFinal 讀這份平檔把旗標帶進輸出欄位。
      *> 退件是寄到信上那個地址退回來的：帳號有好幾個地址角色
      *> 時依 MAILING → RESIDENTIAL → BUSINESS 蓋在第一個有的角色
      *> 上（跟 LETTERGEN 挑地址同一個順序）。
      *> 每 MAILUNDEL_CKP_INTERVAL 筆退郵（預設 100）落一次
      *> checkpoint（mailundel.ckp，見 chkpoint.cpy）；中途掛掉用
      *> MAILUNDEL_RESTART=Y 重跑，做完的退郵只重新記進本週退郵
      *> 帳號表，收尾掃描整份重做（清過的旗標已經是空白，不會
      *> 再清一次）。
      *> ADDR_ENTITY（預設 BANK）指定法人：子公司的退郵週檔、主檔、
      *> 旗標快照（AddressSplitterFinal 用同一個法人代碼讀）、報表、
      *> checkpoint 一律掛「代碼_」前綴。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           *> 主檔更新衝突報表（只追加，各更新程式共用）：讀進來
           *> 之後被別的程式先改過的記錄不覆寫，記在這裡
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAGS-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           *> 旗標轉換日誌（只追加）
           SELECT TRANS-FILE ASSIGN TO 'undeliv_transitions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       01  IN-REC          PIC X(100).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  FLAGS-FILE.
       FD  RPT-FILE.
       01  RPT-REC         PIC X(150).
       FD  TRANS-FILE.
       01  TRANS-REC       PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'MAILUNDEL'.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       01 WS-FLAGS-FILE-NAME   PIC X(100).
       01 WS-FLAGS-STATUS      PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-RPT-STATUS        PIC XX.
       01 EOF-FLAG             PIC X VALUE 'N'.

       01 UND-ACCOUNT          PIC X(30).
       01 UND-REASON           PIC X(10).
       01 UND-DATE-X           PIC X(8).

       *> 退郵蓋在哪個地址角色：依序試讀，第一個讀到的就用
       01 ROLE-PREF-TABLE.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-PREF-R REDEFINES ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.
       01 CTL-READ-COUNT       PIC 9(7) VALUE 0.
       01 CTL-NEW-FLAGGED      PIC 9(7) VALUE 0.
       01 CTL-ALREADY-FLAGGED  PIC 9(7) VALUE 0.
       01 BOUNCE-COUNT         PIC 9(5) VALUE 0.
       01 BOUNCE-IDX           PIC 9(5).

       *> checkpoint/續跑（chkpoint.cpy）
       01 CKP-INTERVAL         PIC 9(5) VALUE 100.
       01 CKP-RESTART-MODE     PIC X VALUE 'N'.
       01 CKP-RESTART-POINT    PIC 9(9) VALUE 0.
       01 CKP-SKIP-COUNT       PIC 9(9) VALUE 0.
       01 WS-RUN-STAMP         PIC 9(14) VALUE 0.
       01 WS-JRNL-LAST-SEQ     PIC 9(9) VALUE 0.
       01 CTL-RESTART-APPLIED  PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的退郵週檔、
       *> 主檔、旗標快照、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       COPY "logchain.cpy".
       COPY "chkpoint.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY
           PERFORM INIT-CHECKPOINT

           MOVE SPACES TO WS-IN-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'undeliverable.txt'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MAILUNDEL_IN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
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

           MOVE SPACES TO WS-FLAGS-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'undeliv_flags.txt'
               DELIMITED BY SIZE INTO WS-FLAGS-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_UNDELIV_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FLAGS-FILE-NAME
           END-IF

           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'mailundel_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MAILUNDEL_RPT_FILE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CKP-RESTART-MODE = 'Y'
               OPEN EXTEND RPT-FILE
               IF WS-RPT-STATUS NOT = '00'
                   OPEN OUTPUT RPT-FILE
               END-IF
           ELSE
               OPEN OUTPUT RPT-FILE
           END-IF
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               OPEN OUTPUT TRANS-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
           END-IF
           OPEN EXTEND CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               OPEN OUTPUT CONFLICT-FILE
           END-IF

           MOVE SPACES TO RPT-REC
           IF CKP-RESTART-MODE = 'Y'
               STRING "Restarted after piece " CKP-RESTART-POINT
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING "Returned-mail import " WS-RUN-DATE
                   " (account;disposition)"
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC

           *> 續跑：checkpoint 之前做完的退郵只記回本週退郵帳號表
           *> （收尾掃描要用），主檔、日誌、報表都不再碰
           IF CKP-RESTART-MODE = 'Y'
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CKP-SKIP-COUNT >= CKP-RESTART-POINT
                   READ IN-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(IN-REC) NOT = SPACES
                               ADD 1 TO CKP-SKIP-COUNT
                               PERFORM NOTE-BOUNCED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                       IF FUNCTION TRIM(IN-REC) NOT = SPACES
                           ADD 1 TO CTL-READ-COUNT
                           PERFORM APPLY-ONE-PIECE
                           IF FUNCTION MOD(CTL-READ-COUNT,
                              CKP-INTERVAL) = 0
                               PERFORM TAKE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           *> 退郵都套完了：收尾掃描掛掉的話續跑只要重做掃描
           PERFORM TAKE-CHECKPOINT

           CLOSE IN-FILE

           OPEN OUTPUT FLAGS-FILE
           PERFORM SWEEP-RETRY-AND-SNAPSHOT
           CLOSE MAST-FILE FLAGS-FILE RPT-FILE JRNL-FILE TRANS-FILE
               CONFLICT-FILE
           MOVE 'C' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA

           DISPLAY "MAILUNDEL: " CTL-READ-COUNT " pieces, "
               CTL-NEW-FLAGGED " newly flagged, "
               CTL-ALREADY-FLAGGED " already flagged, "
               CTL-CLEARED " retry flags cleared, "
               CTL-NOT-FOUND " not on master, "
               CTL-CONFLICTS " stale-read conflicts"
           IF CKP-RESTART-MODE = 'Y'
               DISPLAY "MAILUNDEL: restart skipped " CKP-SKIP-COUNT
                   " piece(s) done before the checkpoint, "
                   CTL-RESTART-APPLIED " found already applied"
           END-IF
           IF CTL-CONFLICTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-ONE-PIECE.
                   TO BOUNCE-ACCT(BOUNCE-COUNT)
           END-IF

           PERFORM READ-MAST-BY-ROLE
           *> 續跑：掛掉前最後一段已經蓋過旗標的不再寫一次
           IF WS-ROLE-FOUND = 'Y' AND CKP-RESTART-MODE = 'Y'
              AND CK-INDOUBT-COUNT > 0
               PERFORM CAPTURE-READ-VERSION
               MOVE 'D' TO CK-FUNCTION
               MOVE MAST-KEY TO CK-KEY
               MOVE WS-READ-VERSION TO CK-VERSION
               CALL 'CHKPOINT' USING CK-AREA
               IF CK-WAS-APPLIED
                   ADD 1 TO CTL-RESTART-APPLIED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ROLE-FOUND = 'N'
               ADD 1 TO CTL-NOT-FOUND
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(UND-ACCOUNT)
                   ";NOT-ON-MASTER"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               END-WRITE
           ELSE
               PERFORM CAPTURE-READ-VERSION
               MOVE MAST-UNDELIV-FLAG TO WS-OLD-FLAG
               MOVE 'U' TO MAST-UNDELIV-FLAG
               MOVE FUNCTION TRIM(UND-REASON)
                   TO MAST-UNDELIV-REASON
               IF FUNCTION TRIM(UND-DATE-X) IS NUMERIC
                   MOVE FUNCTION NUMVAL(UND-DATE-X)
                       TO MAST-UNDELIV-DATE
               ELSE
                   MOVE WS-RUN-DATE TO MAST-UNDELIV-DATE
               END-IF
               PERFORM REWRITE-MAST-CHECKED
               IF WS-VERSION-OK = 'N'
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(UND-ACCOUNT)
                       ";CONFLICT;updated by "
                       FUNCTION TRIM(MAST-UPD-PROGRAM)
                       " since read - not flagged"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
                   END-WRITE
                   EXIT PARAGRAPH
               END-IF
               IF WS-OLD-FLAG = 'U'
                   ADD 1 TO CTL-ALREADY-FLAGGED
               ELSE
                   ADD 1 TO CTL-NEW-FLAGGED
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(UND-ACCOUNT)
                       ";NEWLY-FLAGGED;"
                       FUNCTION TRIM(UND-REASON)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
                   END-WRITE
               END-IF
               MOVE 'A' TO WS-JRNL-TYPE
               PERFORM WRITE-JOURNAL-IMAGE
               IF WS-OLD-FLAG NOT = 'U'
                   MOVE 'BOUNCE' TO WS-TRANS-CAUSE
                   PERFORM WRITE-TRANSITION-LINE
               END-IF
           END-IF.

       *> 帳號依 ROLE-PREF 順序試讀主檔，讀到就停
       READ-MAST-BY-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > 3 OR WS-ROLE-FOUND = 'Y'
               MOVE FUNCTION TRIM(UND-ACCOUNT) TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
           END-PERFORM.

       *> 收尾掃描整份主檔：
       *>   R 且這週沒退郵 → 清成空白（轉換記 RETRY-OK，
       *>     帳號列進報表的 CLEARED 區）
       *>   U → 收進旗標快照
       SWEEP-RETRY-AND-SNAPSHOT.
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
                   END-IF
               END-PERFORM
               IF WS-BOUNCED-SW = 'N'
                   PERFORM CAPTURE-READ-VERSION
                   MOVE 'R' TO WS-OLD-FLAG
                   MOVE SPACE TO MAST-UNDELIV-FLAG
                   MOVE SPACES TO MAST-UNDELIV-REASON
                   MOVE 0 TO MAST-UNDELIV-DATE
                   PERFORM REWRITE-MAST-CHECKED
               END-IF
               IF WS-BOUNCED-SW = 'N' AND WS-VERSION-OK = 'Y'
                   MOVE 'A' TO WS-JRNL-TYPE
                   PERFORM WRITE-JOURNAL-IMAGE
                   ADD 1 TO CTL-CLEARED
               WS-OLD-FLAG ";" MAST-UNDELIV-FLAG ";"
               FUNCTION TRIM(WS-TRANS-CAUSE) ";" WS-RUN-DATE
               DELIMITED BY SIZE INTO TRANS-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'undeliv_transitions.txt' TO LC-LOG-NAME
           MOVE TRANS-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO TRANS-REC
           WRITE TRANS-REC.

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
           MOVE LC-SEQ TO WS-JRNL-LAST-SEQ
           WRITE JRNL-REC.

       *> 續跑跳過的退郵：帳號記回本週退郵帳號表
       NOTE-BOUNCED-ACCOUNT.
           MOVE SPACES TO UND-ACCOUNT UND-REASON UND-DATE-X
           UNSTRING IN-REC DELIMITED BY ';'
               INTO UND-ACCOUNT UND-REASON UND-DATE-X
           END-UNSTRING
           IF BOUNCE-COUNT < 20000
               ADD 1 TO BOUNCE-COUNT
               MOVE FUNCTION TRIM(UND-ACCOUNT)
                   TO BOUNCE-ACCT(BOUNCE-COUNT)
           END-IF.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "MAILUNDEL: ADDR_ENTITY must be at most 4 "
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

       *> checkpoint 初始化：MAILUNDEL_RESTART=Y 從 checkpoint 接著
       *> 做（沒有續跑點就不跑）；沒有設就是全新的一次，上一次
       *> 沒跑完留下的 checkpoint 作廢。
       INIT-CHECKPOINT.
           MOVE SPACES TO CK-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'mailundel.ckp'
               DELIMITED BY SIZE INTO CK-FILE-NAME
           MOVE WS-JRNL-PROGRAM TO CK-PROGRAM
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'MAILUNDEL_CKP_INTERVAL'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND WS-ENV-VALUE NOT = SPACES
              AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO CKP-INTERVAL
           END-IF
           MOVE 'R' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MAILUNDEL_RESTART'
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE)) NOT = 'Y'
               IF CK-IS-FOUND
                   DISPLAY "MAILUNDEL: WARNING - checkpoint of an "
                       "unfinished run discarded (" CK-RECORDS
                       " piece(s) done) - set MAILUNDEL_RESTART=Y "
                       "to continue it instead"
               END-IF
               ACCEPT WS-STAMP-TIME8 FROM TIME
               COMPUTE WS-RUN-STAMP = WS-RUN-DATE * 1000000
                   + WS-STAMP-TIME8 / 100
               PERFORM TAKE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           IF NOT CK-IS-FOUND
               DISPLAY "MAILUNDEL: restart requested but "
                   FUNCTION TRIM(CK-FILE-NAME)
                   " holds no restart point - last run completed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO CKP-RESTART-MODE
           MOVE CK-RECORDS TO CKP-RESTART-POINT CTL-READ-COUNT
           MOVE CK-JRNL-SEQ TO WS-JRNL-LAST-SEQ
           MOVE CK-RUN-STAMP TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE CK-CTR(1) TO CTL-NEW-FLAGGED
           MOVE CK-CTR(2) TO CTL-ALREADY-FLAGGED
           MOVE CK-CTR(3) TO CTL-NOT-FOUND
           MOVE CK-CTR(4) TO CTL-CONFLICTS
           DISPLAY "MAILUNDEL: restarting run of " WS-RUN-DATE
               " after " CK-RECORDS " piece(s); "
               CK-INDOUBT-COUNT " journal image(s) written after "
               "the last checkpoint".

       *> 落一次 checkpoint：做完的退郵筆數、最後寫的日誌序號與
       *> 控制總量
       TAKE-CHECKPOINT.
           MOVE 'W' TO CK-FUNCTION
           MOVE 'I' TO CK-PHASE
           MOVE CTL-READ-COUNT TO CK-RECORDS
           MOVE WS-JRNL-LAST-SEQ TO CK-JRNL-SEQ
           MOVE WS-RUN-STAMP TO CK-RUN-STAMP
           MOVE SPACES TO CK-LAST-KEY
           MOVE CTL-NEW-FLAGGED TO CK-CTR(1)
           MOVE CTL-ALREADY-FLAGGED TO CK-CTR(2)
           MOVE CTL-NOT-FOUND TO CK-CTR(3)
           MOVE CTL-CONFLICTS TO CK-CTR(4)
           MOVE 0 TO CK-CTR(5) CK-CTR(6) CK-CTR(7) CK-CTR(8)
           CALL 'CHKPOINT' USING CK-AREA.
