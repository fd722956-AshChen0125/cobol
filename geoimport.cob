      *> （序號;狀態;緯度;經度;精度），狀態 OK 的依帳號 REWRITE
      *> 地址主檔的座標欄位；廠商退回的跟主檔上找不到帳號的
      *> 各寫一行到退回報表。
      *> 座標是實體地址的座標：帳號有好幾個地址角色時依
      *> RESIDENTIAL → BUSINESS → MAILING 套到第一個有的角色。
      *> 每 GEOIMP_CKP_INTERVAL 筆回檔（預設 100）落一次
      *> checkpoint（geoimport.ckp，見 chkpoint.cpy）；中途掛掉用
      *> GEOIMP_RESTART=Y 重跑，做完的回檔列只重演未回應總帳的
      *> 銷帳，不再碰主檔、日誌和退回報表。
      *> ADDR_ENTITY（預設 BANK）指定法人：子公司的請求/回檔、
      *> 主檔、總帳、報表、checkpoint 一律掛「代碼_」前綴；主檔
      *> 上別的法人的記錄不套座標，記一行 OTHER-ENTITY 退回。

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           *> 郵遞區號中心點參照（zip;緯度;經度;半徑km）：廠商回
           *> 的座標落在該 ZIP 半徑外就整筆攔下來不進主檔，另出
           *> 報表退回廠商 - 跟文字面的 zip/city 檢核同一個精神。
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENTROID-STATUS.
           SELECT IMPL-FILE ASSIGN TO DYNAMIC WS-IMPL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPL-STATUS.
           *> 未回應請求總帳（固定欄位：送出日/狀態/回應日 +
           *> 原始請求記錄原樣）：廠商悄悄丟掉的請求不再永遠
           *> 沒人追，逾期未回的自動切進重送檔、GEOVENDRPT 依

       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".

       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'GEOIMPORT'.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       01 WS-REJECT-FILE-NAME  PIC X(100).
       01 WS-REJECT-STATUS     PIC XX.
       01 WS-IMPL-STATUS       PIC XX.
       01 REQ-FILE-EOF         PIC X VALUE 'N'.
       01 RESP-FILE-EOF        PIC X VALUE 'N'.

       01 SEQ-ACCOUNT-TABLE.
           05 SEQ-ACCOUNT OCCURS 20000 TIMES PIC X(30).
       01 SEQ-LOADED           PIC 9(7) VALUE 0.

       *> 座標套到哪個地址角色：依序試讀，第一個讀到的就用
       01 ROLE-PREF-TABLE.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
           05 FILLER PIC X(12) VALUE 'MAILING'.
       01 ROLE-PREF-R REDEFINES ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.
       01 SEQ-OVERFLOW-SW      PIC X VALUE 'N'.

       *> 回檔拆欄位
       01 CTL-LEDGER-NEW       PIC 9(7) VALUE 0.
       01 CTL-LEDGER-CLEARED   PIC 9(7) VALUE 0.
       01 CTL-RESEND           PIC 9(7) VALUE 0.
       01 CTL-ENTITY-REJECT    PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-REC-ENTITY        PIC X(4).

       *> 未回應請求總帳
       01 WS-LEDGER-FILE-NAME  PIC X(100).
       01 WS-KM-DISP           PIC ZZZZ9.9.
       01 WS-RAD-DISP          PIC ZZZZ9.9.

       *> checkpoint/續跑（chkpoint.cpy）
       01 CKP-INTERVAL         PIC 9(5) VALUE 100.
       01 CKP-RESTART-MODE     PIC X VALUE 'N'.
       01 CKP-RESTART-POINT    PIC 9(9) VALUE 0.
       01 CKP-SKIP-COUNT       PIC 9(9) VALUE 0.
       01 WS-RUN-STAMP         PIC 9(14) VALUE 0.
       01 WS-JRNL-LAST-SEQ     PIC 9(9) VALUE 0.
       01 CTL-RESTART-SKIPPED  PIC 9(7) VALUE 0.
       01 CTL-RESTART-APPLIED  PIC 9(7) VALUE 0.

       COPY "logchain.cpy".
       COPY "chkpoint.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-FILE-NAMES
               STOP RUN
           END-IF

           IF CKP-RESTART-MODE = 'Y'
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-STATUS NOT = '00'
                   OPEN OUTPUT REJECT-FILE
               END-IF
               OPEN EXTEND IMPL-FILE
               IF WS-IMPL-STATUS NOT = '00'
                   OPEN OUTPUT IMPL-FILE
               END-IF
           ELSE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT IMPL-FILE
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
           END-IF
           OPEN EXTEND CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               OPEN OUTPUT CONFLICT-FILE
           END-IF

           *> 續跑：checkpoint 之前做完的回檔列只重演總帳銷帳
           *> （總帳收工才整份重寫，掛掉那一次沒寫回去）
           IF CKP-RESTART-MODE = 'Y'
               PERFORM UNTIL RESP-FILE-EOF = 'Y'
                       OR CKP-SKIP-COUNT >= CKP-RESTART-POINT
                   READ RESP-FILE
                       AT END MOVE 'Y' TO RESP-FILE-EOF
                       NOT AT END
                           IF FUNCTION TRIM(RESP-REC) NOT = SPACES
                               ADD 1 TO CKP-SKIP-COUNT
                               ADD 1 TO CTL-RESTART-SKIPPED
                               PERFORM REPLAY-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM UNTIL RESP-FILE-EOF = 'Y'
               READ RESP-FILE
                       IF FUNCTION TRIM(RESP-REC) NOT = SPACES
                           ADD 1 TO CTL-RESP-COUNT
                           PERFORM APPLY-RESPONSE-ROW
                           IF FUNCTION MOD(CTL-RESP-COUNT,
                              CKP-INTERVAL) = 0
                               PERFORM TAKE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESP-FILE MAST-FILE REJECT-FILE IMPL-FILE
               JRNL-FILE CONFLICT-FILE

           PERFORM REWRITE-LEDGER-AND-RESEND
           MOVE 'C' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA

           DISPLAY "GEOIMPORT totals"
           DISPLAY "  Response rows read        : " CTL-RESP-COUNT
           DISPLAY "  Ledger: cleared by vendor : " CTL-LEDGER-CLEARED
           DISPLAY "  Re-sent after " WS-RESEND-DAYS " day(s)    : "
               CTL-RESEND
           DISPLAY "  Stale-read conflicts      : " CTL-CONFLICTS
           DISPLAY "  Other-entity records      : " CTL-ENTITY-REJECT
           IF CKP-RESTART-MODE = 'Y'
               DISPLAY "  Rows skipped on restart   : "
                   CTL-RESTART-SKIPPED
               DISPLAY "  Applied before the restart: "
                   CTL-RESTART-APPLIED
           END-IF
           IF CTL-CONFLICTS > 0
               DISPLAY "GEOIMPORT: " CTL-CONFLICTS " coordinate(s) "
                   "not applied - see master_conflicts.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CTL-ENTITY-REJECT > 0
               DISPLAY "GEOIMPORT: " CTL-ENTITY-REJECT " master "
                   "record(s) of another entity not updated - check "
                   "the master for entity " WS-RUN-ENTITY
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "GEOIMPORT: ADDR_ENTITY must be at most 4 "
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

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY
           PERFORM INIT-CHECKPOINT

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'geocode_request_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REQ-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOIMP_REQ_FILE'
               MOVE WS-ENV-VALUE TO WS-REQ-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'geocode_response.txt'
               DELIMITED BY SIZE INTO WS-RESP-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOIMP_RESP_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RESP-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'geocode_rejects_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOIMP_REJECT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CENTROID-FILE-NAME
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'geocode_implausible_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-IMPL-FILE-NAME

           PERFORM LOAD-ZIP-CENTROIDS

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'geo_pending.txt'
               DELIMITED BY SIZE INTO WS-LEDGER-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOIMP_LEDGER_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LEDGER-FILE-NAME
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'geocode_resend_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RESEND-FILE-NAME
           MOVE SPACES TO WS-RESEND-DAYS-ENV
           ACCEPT WS-RESEND-DAYS-ENV FROM ENVIRONMENT
           END-IF

           PERFORM CLEAR-LEDGER-ENTRY
           PERFORM READ-MAST-BY-ROLE
           *> 讀到的是別的法人的記錄（ADDRMAST_MAST_FILE 指到別
           *> 家的主檔）：不套座標，記一行退回
           IF WS-ROLE-FOUND = 'Y'
               MOVE MAST-ENTITY TO WS-REC-ENTITY
               IF WS-REC-ENTITY = SPACES
                   MOVE WS-DEFAULT-ENTITY TO WS-REC-ENTITY
               END-IF
               IF WS-REC-ENTITY NOT = WS-RUN-ENTITY
                   ADD 1 TO CTL-ENTITY-REJECT
                   MOVE SPACES TO REJECT-REC
                   STRING "OTHER-ENTITY;"
                       FUNCTION TRIM(SEQ-ACCOUNT(RESP-SEQ-NUM)) ";"
                       FUNCTION TRIM(RESP-REC)
                       DELIMITED BY SIZE INTO REJECT-REC
                   WRITE REJECT-REC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           *> 續跑：掛掉前最後一段已經套進主檔的座標不再寫一次
           IF WS-ROLE-FOUND = 'Y' AND CKP-RESTART-MODE = 'Y'
              AND CK-INDOUBT-COUNT > 0
               PERFORM CAPTURE-READ-VERSION
               MOVE 'D' TO CK-FUNCTION
               MOVE MAST-KEY TO CK-KEY
               MOVE WS-READ-VERSION TO CK-VERSION
               CALL 'CHKPOINT' USING CK-AREA
               IF CK-WAS-APPLIED
                   ADD 1 TO CTL-APPLIED-COUNT
                   ADD 1 TO CTL-RESTART-APPLIED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ROLE-FOUND = 'N'
               ADD 1 TO CTL-NOMASTER-COUNT
               MOVE SPACES TO REJECT-REC
               STRING "NOT-ON-MASTER;"
                   FUNCTION TRIM(SEQ-ACCOUNT(RESP-SEQ-NUM)) ";"
                   FUNCTION TRIM(RESP-REC)
                   DELIMITED BY SIZE INTO REJECT-REC
               WRITE REJECT-REC
               END-WRITE
           ELSE
               *> 座標合理性：主檔的 ZIP 有中心點資料時，
               *> 回檔座標落在半徑外就整筆攔下不套用
               IF CEN-COUNT > 0
                   PERFORM CHECK-COORD-PLAUSIBILITY
                   IF CEN-FOUND > 0 AND GD-KM >
                      CEN-RADIUS(CEN-FOUND)
                       ADD 1 TO CTL-IMPLAUSIBLE
                       MOVE GD-KM TO WS-KM-DISP
                       MOVE CEN-RADIUS(CEN-FOUND)
                           TO WS-RAD-DISP
                       MOVE SPACES TO IMPL-REC
                       STRING
                           FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
                           FUNCTION TRIM(MAST-ZIP) ";"
                           FUNCTION TRIM(RESP-LAT) ";"
                           FUNCTION TRIM(RESP-LON) ";"
                           FUNCTION TRIM(WS-KM-DISP)
                           " km from centroid (radius "
                           FUNCTION TRIM(WS-RAD-DISP) " km)"
                           DELIMITED BY SIZE INTO IMPL-REC
                       WRITE IMPL-REC
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM CAPTURE-READ-VERSION
               MOVE FUNCTION TRIM(RESP-LAT) TO MAST-LATITUDE
               MOVE FUNCTION TRIM(RESP-LON) TO MAST-LONGITUDE
               MOVE FUNCTION TRIM(RESP-PRECISION)
                   TO MAST-GEO-PRECISION
               PERFORM REWRITE-MAST-CHECKED
               IF WS-VERSION-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'A' TO WS-JRNL-TYPE
               PERFORM WRITE-JOURNAL-IMAGE
               ADD 1 TO CTL-APPLIED-COUNT
           END-IF.

       *> 帳號依 ROLE-PREF 順序試讀主檔，讀到就停
       READ-MAST-BY-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > 3 OR WS-ROLE-FOUND = 'Y'
               MOVE SEQ-ACCOUNT(RESP-SEQ-NUM) TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
           END-PERFORM.

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

       *> 回檔座標到主檔 ZIP 中心點的距離（CEN-FOUND 0 = 這個
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE RESEND-FILE.

       *> checkpoint 初始化：GEOIMP_RESTART=Y 從 checkpoint 接著
       *> 做（沒有續跑點就不跑）；沒有設就是全新的一次，上一次
       *> 沒跑完留下的 checkpoint 作廢。
       INIT-CHECKPOINT.
           MOVE SPACES TO CK-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'geoimport.ckp'
               DELIMITED BY SIZE INTO CK-FILE-NAME
           MOVE WS-JRNL-PROGRAM TO CK-PROGRAM
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOIMP_CKP_INTERVAL'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND WS-ENV-VALUE NOT = SPACES
              AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO CKP-INTERVAL
           END-IF
           MOVE 'R' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOIMP_RESTART'
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE)) NOT = 'Y'
               IF CK-IS-FOUND
                   DISPLAY "GEOIMPORT: WARNING - checkpoint of an "
                       "unfinished run discarded (" CK-RECORDS
                       " row(s) done) - set GEOIMP_RESTART=Y "
                       "to continue it instead"
               END-IF
               ACCEPT WS-STAMP-TIME8 FROM TIME
               COMPUTE WS-RUN-STAMP = WS-RUN-DATE * 1000000
                   + WS-STAMP-TIME8 / 100
               PERFORM TAKE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           IF NOT CK-IS-FOUND
               DISPLAY "GEOIMPORT: restart requested but "
                   FUNCTION TRIM(CK-FILE-NAME)
                   " holds no restart point - last run completed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO CKP-RESTART-MODE
           MOVE CK-RECORDS TO CKP-RESTART-POINT CTL-RESP-COUNT
           MOVE CK-JRNL-SEQ TO WS-JRNL-LAST-SEQ
           MOVE CK-RUN-STAMP TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE CK-CTR(1) TO CTL-APPLIED-COUNT
           MOVE CK-CTR(2) TO CTL-VENDOR-REJ
           MOVE CK-CTR(3) TO CTL-NOMASTER-COUNT
           MOVE CK-CTR(4) TO CTL-BADSEQ-COUNT
           MOVE CK-CTR(5) TO CTL-IMPLAUSIBLE
           MOVE CK-CTR(6) TO CTL-CONFLICTS
           DISPLAY "GEOIMPORT: restarting run of " WS-RUN-DATE
               " after " CK-RECORDS " response row(s); "
               CK-INDOUBT-COUNT " journal image(s) written after "
               "the last checkpoint".

       *> 落一次 checkpoint：做完的回檔列數、最後寫的日誌序號與
       *> 控制總量（總帳銷帳續跑時重演，不必記）
       TAKE-CHECKPOINT.
           MOVE 'W' TO CK-FUNCTION
           MOVE 'R' TO CK-PHASE
           MOVE CTL-RESP-COUNT TO CK-RECORDS
           MOVE WS-JRNL-LAST-SEQ TO CK-JRNL-SEQ
           MOVE WS-RUN-STAMP TO CK-RUN-STAMP
           MOVE SPACES TO CK-LAST-KEY
           MOVE CTL-APPLIED-COUNT TO CK-CTR(1)
           MOVE CTL-VENDOR-REJ TO CK-CTR(2)
           MOVE CTL-NOMASTER-COUNT TO CK-CTR(3)
           MOVE CTL-BADSEQ-COUNT TO CK-CTR(4)
           MOVE CTL-IMPLAUSIBLE TO CK-CTR(5)
           MOVE CTL-CONFLICTS TO CK-CTR(6)
           MOVE 0 TO CK-CTR(7) CK-CTR(8)
           CALL 'CHKPOINT' USING CK-AREA.

       *> 續跑跳過的回檔列：只把未回應總帳上對應的請求銷掉
       *> （廠商退回的標 REJ），跟 APPLY-RESPONSE-ROW 同一套判斷
       REPLAY-LEDGER-ROW.
           MOVE SPACES TO RESP-SEQ RESP-STATUS RESP-LAT RESP-LON
               RESP-PRECISION
           UNSTRING RESP-REC DELIMITED BY ';'
               INTO RESP-SEQ RESP-STATUS RESP-LAT RESP-LON
                    RESP-PRECISION
           END-UNSTRING
           IF FUNCTION TRIM(RESP-SEQ) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(RESP-SEQ) TO RESP-SEQ-NUM
           IF RESP-SEQ-NUM < 1 OR RESP-SEQ-NUM > SEQ-LOADED
              OR SEQ-ACCOUNT(RESP-SEQ-NUM) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-LEDGER-ENTRY
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(RESP-STATUS)) NOT =
              'OK'
              AND LG-FOUND > 0
               MOVE 'REJ' TO LG-STATUS(LG-FOUND)
           END-IF.
