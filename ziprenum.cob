      *>     變更饋送照常看得到），主檔異動進前後影像日誌
      *>   - 城市對不上名錄 → 進人工覆核報表，不自動改
      *> 收尾出按城市的改編筆數小計。
      *> 每走 ZIPRENUM_CKP_INTERVAL 筆（預設 100）落一次
      *> checkpoint（ziprenum.ckp，見 chkpoint.cpy）；中途掛掉用
      *> ZIPRENUM_RESTART=Y 重跑，從最後一個做完的主鍵之後接著
      *> 走，不會把改編過的號碼再改一次。
      *> ADDR_ENTITY（預設 BANK）指定法人：子公司走自己的主檔
      *> （代碼_address_master.dat），異動歷史、報表、checkpoint
      *> 也都掛「代碼_」前綴。

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
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DIR-REC         PIC X(100).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CHANGE-FILE.
       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'ZIPRENUM'.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-CHANGE-FILE-NAME  PIC X(100).
       01 WS-CHANGE-STATUS     PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-RPT-STATUS        PIC XX.
       01 DIR-EOF              PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.

       01 CTL-RENUMBERED       PIC 9(7) VALUE 0.
       01 CTL-CITY-MISMATCH    PIC 9(7) VALUE 0.

       *> checkpoint/續跑（chkpoint.cpy）
       01 CKP-INTERVAL         PIC 9(5) VALUE 100.
       01 CKP-RESTART-MODE     PIC X VALUE 'N'.
       01 WS-RUN-STAMP         PIC 9(14) VALUE 0.
       01 WS-JRNL-LAST-SEQ     PIC 9(9) VALUE 0.
       01 WS-LAST-KEY          PIC X(42) VALUE SPACES.
       01 CTL-RESTART-APPLIED  PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       COPY "logchain.cpy".
       COPY "chkpoint.cpy".
       COPY "chghist.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY
           PERFORM INIT-CHECKPOINT

           MOVE 'zip_renumber.txt' TO WS-DIR-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DIR-FILE-NAME
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
           MOVE SPACES TO WS-CHANGE-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CHANGE-FILE-NAME
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'ziprenum_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-RENUMBER-DIRECTORY
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
           END-IF
           OPEN EXTEND CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               OPEN OUTPUT CONFLICT-FILE
           END-IF
           *> 異動歷史跟夜間載入寫同一天的檔，下游饋送不必
           *> 認得第二種來源；每一行同時登進異動歷史索引檔
           *> （CHGHIST），行號從日檔現有的行數接著算
           MOVE SPACES TO CH-AREA
           MOVE 'O' TO CH-FUNCTION
           MOVE WS-ENTITY-PREFIX TO CH-PREFIX
           MOVE 'ZIPRENUM' TO CH-PROGRAM
           CALL 'CHGHIST' USING CH-AREA
           MOVE 'D' TO CH-FUNCTION
           MOVE 'A' TO CH-MODE
           MOVE WS-RUN-DATE TO CH-FILE-DATE
           MOVE WS-CHANGE-FILE-NAME TO CH-CHANGE-FILE-NAME
           CALL 'CHGHIST' USING CH-AREA
           OPEN EXTEND CHANGE-FILE
           IF WS-CHANGE-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-FILE
           END-IF
           IF CKP-RESTART-MODE = 'Y'
               OPEN EXTEND RPT-FILE
               IF WS-RPT-STATUS NOT = '00'
                   OPEN OUTPUT RPT-FILE
               END-IF
               MOVE SPACES TO RPT-REC
               STRING "Restarted after record " CTL-RECORDS
                   " (key " FUNCTION TRIM(WS-LAST-KEY)
                   ") - counts by directory entry below cover "
                   "the restarted part only"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           ELSE
               OPEN OUTPUT RPT-FILE
               MOVE SPACES TO RPT-REC
               STRING "Postal renumbering " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF

           *> 續跑從 checkpoint 記的最後一個主鍵之後接著走
           MOVE LOW-VALUES TO MAST-KEY
           IF CKP-RESTART-MODE = 'Y' AND WS-LAST-KEY NOT = SPACES
               MOVE WS-LAST-KEY TO MAST-KEY
               START MAST-FILE KEY IS > MAST-KEY
                   INVALID KEY MOVE 'Y' TO WALK-DONE
               END-START
           ELSE
               START MAST-FILE KEY IS >= MAST-KEY
                   INVALID KEY MOVE 'Y' TO WALK-DONE
               END-START
           END-IF
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-RECORDS
                       MOVE MAST-KEY TO WS-LAST-KEY
                       PERFORM JUDGE-ONE-RECORD
                       IF FUNCTION MOD(CTL-RECORDS, CKP-INTERVAL) = 0
                           PERFORM TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAST-FILE JRNL-FILE CHANGE-FILE CONFLICT-FILE
           MOVE 'C' TO CH-FUNCTION
           CALL 'CHGHIST' USING CH-AREA
           MOVE 'C' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA

           PERFORM WRITE-CITY-TOTALS
           DISPLAY "ZIPRENUM: " CTL-RENUMBERED " record(s) "
               "renumbered, " CTL-CITY-MISMATCH " held for manual "
               "review - see " FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-CONFLICTS > 0
               DISPLAY "ZIPRENUM: " CTL-CONFLICTS " record(s) not "
                   "renumbered - see master_conflicts.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RENUMBER-DIRECTORY.
       *> 一筆主檔：ZIP 在名錄上且已過生效日才看城市 -
       *> 一致就改編，不一致進人工覆核報表。
       JUDGE-ONE-RECORD.
           *> 續跑：掛掉前最後一段已經改編過的，新號碼可能又是
           *> 另一筆名錄的舊號碼，不能再改一次
           IF CKP-RESTART-MODE = 'Y' AND CK-INDOUBT-COUNT > 0
               PERFORM CAPTURE-READ-VERSION
               MOVE 'D' TO CK-FUNCTION
               MOVE MAST-KEY TO CK-KEY
               MOVE WS-READ-VERSION TO CK-VERSION
               CALL 'CHKPOINT' USING CK-AREA
               IF CK-WAS-APPLIED
                   ADD 1 TO CTL-RENUMBERED
                   ADD 1 TO CTL-RESTART-APPLIED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO DIR-FOUND
           PERFORM VARYING DIR-IDX FROM 1 BY 1
                   UNTIL DIR-IDX > DIR-COUNT OR DIR-FOUND > 0
               ADD 1 TO CTL-CITY-MISMATCH
               MOVE SPACES TO RPT-REC
               STRING "REVIEW;" FUNCTION TRIM(MAST-ACCOUNT-ID)
                   " (" FUNCTION TRIM(MAST-ADDR-ROLE) ")"
                   ";zip " FUNCTION TRIM(MAST-ZIP)
                   " is renumbered for city '"
                   FUNCTION TRIM(RN-CITY(DIR-FOUND))
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURE-READ-VERSION
           MOVE SPACES TO CHANGE-REC
           STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";ZIP;"
               FUNCTION TRIM(MAST-ZIP) ";"
               FUNCTION TRIM(RN-NEW-ZIP(DIR-FOUND)) ";"
               WS-RUN-DATE ";"
               FUNCTION TRIM(MAST-ADDR-ROLE)
               DELIMITED BY SIZE INTO CHANGE-REC
           MOVE FUNCTION TRIM(RN-NEW-ZIP(DIR-FOUND)) TO MAST-ZIP
           *> 異動行等主檔真的改了才寫
           PERFORM REWRITE-MAST-CHECKED
           IF WS-VERSION-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           WRITE CHANGE-REC
           PERFORM INDEX-CHANGE-LINE
           MOVE 'A' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           ADD 1 TO CTL-RENUMBERED
           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-RECORDS " records scanned, "
               CTL-RENUMBERED " renumbered, "
               CTL-CITY-MISMATCH " city mismatches held, "
               CTL-CONFLICTS " stale-read conflicts"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF CKP-RESTART-MODE = 'Y'
               MOVE SPACES TO RPT-REC
               STRING "Restart: " CTL-RESTART-APPLIED " record(s) "
                   "found already renumbered before the failure"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           CLOSE RPT-FILE.

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
       *> （B=改寫前 A=改寫後），MAST-REC 原樣照錄。
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

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "ZIPRENUM: ADDR_ENTITY must be at most 4 "
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

       *> checkpoint 初始化：ZIPRENUM_RESTART=Y 從 checkpoint 接著
       *> 走（沒有續跑點就不跑）；沒有設就是全新的一次，上一次
       *> 沒跑完留下的 checkpoint 作廢。
       INIT-CHECKPOINT.
           MOVE SPACES TO CK-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'ziprenum.ckp'
               DELIMITED BY SIZE INTO CK-FILE-NAME
           MOVE WS-JRNL-PROGRAM TO CK-PROGRAM
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ZIPRENUM_CKP_INTERVAL'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND WS-ENV-VALUE NOT = SPACES
              AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO CKP-INTERVAL
           END-IF
           MOVE 'R' TO CK-FUNCTION
           CALL 'CHKPOINT' USING CK-AREA
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ZIPRENUM_RESTART'
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE)) NOT = 'Y'
               IF CK-IS-FOUND
                   DISPLAY "ZIPRENUM: WARNING - checkpoint of an "
                       "unfinished run discarded (" CK-RECORDS
                       " record(s) done) - set ZIPRENUM_RESTART=Y "
                       "to continue it instead"
               END-IF
               ACCEPT WS-STAMP-TIME8 FROM TIME
               COMPUTE WS-RUN-STAMP = WS-RUN-DATE * 1000000
                   + WS-STAMP-TIME8 / 100
               PERFORM TAKE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF
           IF NOT CK-IS-FOUND
               DISPLAY "ZIPRENUM: restart requested but "
                   FUNCTION TRIM(CK-FILE-NAME)
                   " holds no restart point - last run completed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO CKP-RESTART-MODE
           MOVE CK-LAST-KEY TO WS-LAST-KEY
           MOVE CK-JRNL-SEQ TO WS-JRNL-LAST-SEQ
           MOVE CK-RUN-STAMP TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE
           MOVE CK-RECORDS TO CTL-RECORDS
           MOVE CK-CTR(1) TO CTL-RENUMBERED
           MOVE CK-CTR(2) TO CTL-CITY-MISMATCH
           MOVE CK-CTR(3) TO CTL-CONFLICTS
           DISPLAY "ZIPRENUM: restarting run of " WS-RUN-DATE
               " after " CK-RECORDS " record(s); "
               CK-INDOUBT-COUNT " journal image(s) written after "
               "the last checkpoint".

       *> 落一次 checkpoint：走到第幾筆、最後一個主鍵、最後寫的
       *> 日誌序號與控制總量
       TAKE-CHECKPOINT.
           MOVE 'W' TO CK-FUNCTION
           MOVE 'W' TO CK-PHASE
           MOVE CTL-RECORDS TO CK-RECORDS
           MOVE WS-JRNL-LAST-SEQ TO CK-JRNL-SEQ
           MOVE WS-RUN-STAMP TO CK-RUN-STAMP
           MOVE WS-LAST-KEY TO CK-LAST-KEY
           MOVE CTL-RENUMBERED TO CK-CTR(1)
           MOVE CTL-CITY-MISMATCH TO CK-CTR(2)
           MOVE CTL-CONFLICTS TO CK-CTR(3)
           MOVE 0 TO CK-CTR(4) CK-CTR(5) CK-CTR(6) CK-CTR(7)
               CK-CTR(8)
           CALL 'CHKPOINT' USING CK-AREA.

       *> 剛寫出去的異動行登進異動歷史索引檔
       INDEX-CHANGE-LINE.
           MOVE 'W' TO CH-FUNCTION
           MOVE CHANGE-REC TO CH-LINE
           CALL 'CHGHIST' USING CH-AREA.
