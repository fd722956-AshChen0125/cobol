      *> 各欄位。
      *>   MASTASOF_ACCOUNT = 帳號（必填）
      *>   MASTASOF_DATE    = 指定日 YYYYMMDD（預設今天）
      *>   MASTASOF_ROLE    = 地址角色（MAILING / RESIDENTIAL /
      *>                      BUSINESS，預設 RESIDENTIAL）；快照取
      *>                      帳號+角色那一筆，異動行第 6 欄角色
      *>                      不同的不重演（沒有角色欄的舊異動行
      *>                      照樣重演）
      *> 快照檔名樣式 master_snapshot_YYYYMMDD.dat，用 ls 收集。
      *> 異動從異動歷史索引檔（address_history.dat，依帳號 +
      *> 異動檔日期 + 行號排，ADDR_HISTORY_FILE 可覆寫）START 到
      *> 帳號 + 快照隔天往下讀，讀過指定日就停，不必打開每一份
      *> address_changes_YYYYMMDD.txt；索引檔還沒建（HISTLOAD 沒
      *> 回補過）才退回去用 ls 收集日檔一份一份重演。
      *> ADDR_ENTITY 指定子公司時，快照、異動歷史索引檔與日異動
      *> 檔都讀掛「代碼_」前綴的那一份（跟 ADDRMAST 一致）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DAY WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LS-FILE.
       01  LS-REC          PIC X(150).
       FD  DATA-FILE.
       01  DATA-REC        PIC X(2000).
       FD  HIST-FILE.
       COPY "addrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 LS-EOF               PIC X.
       01 DATA-EOF             PIC X.
       01 WS-ACCOUNT-ENV       PIC X(30).
       01 WS-ROLE-ENV          PIC X(12) VALUE 'RESIDENTIAL'.
       01 WS-ASOF-ENV          PIC X(10).
       01 WS-ASOF-DATE         PIC X(8).
       01 WS-COMMAND           PIC X(200).
       01 WS-BEST-SNAP         PIC X(8) VALUE SPACES.
       01 WS-SNAP-FOUND        PIC X VALUE 'N'.
       01 WS-REC-FOUND         PIC X VALUE 'N'.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-HIST-FILE-NAME    PIC X(100).
       01 WS-HIST-STATUS       PIC XX.
       01 HIST-EOF             PIC X.
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-PREFIX-LEN        PIC 9(2) VALUE 0.
       01 WS-LS-DATE-POS       PIC 9(3).

       COPY "addrmast.cpy".

       01 CHG-OLD              PIC X(100).
       01 CHG-NEW              PIC X(100).
       01 CHG-DATE             PIC X(8).
       01 CHG-ROLE             PIC X(12).
       01 CTL-APPLIED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ASOF-ENV
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'MASTASOF_ROLE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ASOF-ENV))
               WHEN SPACES
                   CONTINUE
               WHEN 'MAILING'
               WHEN 'RESIDENTIAL'
               WHEN 'BUSINESS'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ASOF-ENV)) TO WS-ROLE-ENV
               WHEN OTHER
                   DISPLAY "MASTASOF: MASTASOF_ROLE must be "
                       "MAILING, RESIDENTIAL or BUSINESS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE SPACES TO WS-ASOF-ENV
           ACCEPT WS-ASOF-ENV FROM ENVIRONMENT 'MASTASOF_DATE'
           IF FUNCTION TRIM(WS-ASOF-ENV) IS NUMERIC
              AND FUNCTION TRIM(WS-ASOF-ENV) NOT = SPACES
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF

           PERFORM INIT-ENTITY
           IF WS-ENTITY-PREFIX NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTITY-PREFIX))
                   TO WS-PREFIX-LEN
           END-IF
           *> 檔名裡的日期緊接在「前綴 + master_snapshot_」或
           *> 「前綴 + address_changes_」之後（兩者都是 16 碼）
           COMPUTE WS-LS-DATE-POS = 17 + WS-PREFIX-LEN

           PERFORM FIND-BASE-SNAPSHOT
           MOVE SPACES TO MAST-REC
           MOVE FUNCTION TRIM(WS-ACCOUNT-ENV) TO MAST-ACCOUNT-ID
           MOVE WS-ROLE-ENV TO MAST-ADDR-ROLE
           IF WS-SNAP-FOUND = 'Y'
               PERFORM LOAD-SNAPSHOT-RECORD
           ELSE
                   "empty record (changed fields only)"
           END-IF

           PERFORM REPLAY-FROM-HISTORY

           PERFORM SHOW-RECONSTRUCTED
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "MASTASOF: ADDR_ENTITY must be at most 4 "
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

       *> 所有快照檔裡挑「日期 <= 指定日」的最新一份
       FIND-BASE-SNAPSHOT.
           MOVE SPACES TO WS-COMMAND
           STRING 'ls -1 ' FUNCTION TRIM(WS-ENTITY-PREFIX)
               'master_snapshot_*.dat > mastasof_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
                   AT END MOVE 'Y' TO LS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LS-REC) NOT = SPACES
                           MOVE LS-REC(WS-LS-DATE-POS:8)
                               TO WS-FILE-DATE
                           IF WS-FILE-DATE <= WS-ASOF-DATE
                              AND WS-FILE-DATE > WS-BEST-SNAP
                               MOVE WS-FILE-DATE TO WS-BEST-SNAP
           END-PERFORM
           CLOSE LS-FILE.

       *> 從快照裡撈出這個帳號+角色那一筆（帳號在影像的前 30
       *> 碼、角色接在後面 12 碼）
       LOAD-SNAPSHOT-RECORD.
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'master_snapshot_' WS-BEST-SNAP '.dat'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           DISPLAY "MASTASOF: base snapshot "
               FUNCTION TRIM(WS-DATA-FILE-NAME)
                   NOT AT END
                       IF FUNCTION TRIM(DATA-REC(1:30)) =
                          FUNCTION TRIM(WS-ACCOUNT-ENV)
                          AND DATA-REC(31:12) = WS-ROLE-ENV
                           MOVE DATA-REC TO MAST-REC
                           MOVE 'Y' TO WS-REC-FOUND
                       END-IF
                   "it was opened later; replaying changes only"
           END-IF.

       *> 索引檔上這個帳號（快照日, 指定日] 的異動，依異動檔日期、
       *> 行號的順序逐筆重演（跟日檔照日期、行序重演同一個順序）
       REPLAY-FROM-HISTORY.
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'address_history.dat'
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_HISTORY_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HIST-FILE-NAME
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "MASTASOF: change-history index "
                   FUNCTION TRIM(WS-HIST-FILE-NAME)
                   " not available (status " WS-HIST-STATUS
                   ") - replaying the daily address_changes files"
               PERFORM REPLAY-DAILY-FILES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HIST-EOF
           MOVE FUNCTION TRIM(WS-ACCOUNT-ENV) TO HIST-ACCOUNT-ID
           IF WS-SNAP-FOUND = 'Y'
               MOVE WS-BEST-SNAP TO HIST-FILE-DATE
               MOVE 9999999 TO HIST-LINE-NO
               START HIST-FILE KEY IS > HIST-KEY
                   INVALID KEY MOVE 'Y' TO HIST-EOF
               END-START
           ELSE
               MOVE 0 TO HIST-FILE-DATE HIST-LINE-NO
               START HIST-FILE KEY IS >= HIST-KEY
                   INVALID KEY MOVE 'Y' TO HIST-EOF
               END-START
           END-IF
           PERFORM UNTIL HIST-EOF = 'Y'
               READ HIST-FILE NEXT
                   AT END MOVE 'Y' TO HIST-EOF
                   NOT AT END
                       IF HIST-ACCOUNT-ID NOT =
                          FUNCTION TRIM(WS-ACCOUNT-ENV)
                          OR HIST-FILE-DATE > WS-ASOF-DATE
                           MOVE 'Y' TO HIST-EOF
                       ELSE
                           IF HIST-ROLE = SPACES
                              OR HIST-ROLE = WS-ROLE-ENV
                               MOVE HIST-FIELD TO CHG-FIELD
                               MOVE HIST-NEW-VALUE TO CHG-NEW
                               ADD 1 TO CTL-APPLIED
                               PERFORM APPLY-FIELD-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       *> 索引檔還沒建時的舊路：日檔收齊排好一份一份重演
       REPLAY-DAILY-FILES.
           PERFORM COLLECT-CHANGE-FILES
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-FILE-COUNT
               IF (WS-SNAP-FOUND = 'N'
                   OR CHG-FILE-DATE(CHG-IDX) > WS-BEST-SNAP)
                  AND CHG-FILE-DATE(CHG-IDX) <= WS-ASOF-DATE
                   PERFORM REPLAY-CHANGE-FILE
               END-IF
           END-PERFORM.

       *> 收集所有異動檔的日期並遞增排序（重演順序要照日期走）
       COLLECT-CHANGE-FILES.
           MOVE SPACES TO WS-COMMAND
           STRING 'ls -1 ' FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_*.txt > mastasof_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
                       IF FUNCTION TRIM(LS-REC) NOT = SPACES
                          AND CHG-FILE-COUNT < 400
                           ADD 1 TO CHG-FILE-COUNT
                           MOVE LS-REC(WS-LS-DATE-POS:8)
                               TO CHG-FILE-DATE(CHG-FILE-COUNT)
                       END-IF
               END-READ
       *> 重演一天的異動檔：這個帳號的行逐筆把新值套到欄位上
       REPLAY-CHANGE-FILE.
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_' CHG-FILE-DATE(CHG-IDX) '.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
                   AT END MOVE 'Y' TO DATA-EOF
                   NOT AT END
                       MOVE SPACES TO CHG-ACCOUNT CHG-FIELD CHG-OLD
                           CHG-NEW CHG-DATE CHG-ROLE
                       UNSTRING DATA-REC DELIMITED BY ';'
                           INTO CHG-ACCOUNT CHG-FIELD CHG-OLD
                                CHG-NEW CHG-DATE CHG-ROLE
                       END-UNSTRING
                       IF FUNCTION TRIM(CHG-ACCOUNT) =
                          FUNCTION TRIM(WS-ACCOUNT-ENV)
                          AND (CHG-ROLE = SPACES
                               OR CHG-ROLE = WS-ROLE-ENV)
                           ADD 1 TO CTL-APPLIED
                           PERFORM APPLY-FIELD-CHANGE
                       END-IF
       SHOW-RECONSTRUCTED.
           DISPLAY "================================================="
           DISPLAY "Address for " FUNCTION TRIM(WS-ACCOUNT-ENV)
               " (" FUNCTION TRIM(WS-ROLE-ENV) ")"
               " as of " WS-ASOF-DATE
           IF WS-SNAP-FOUND = 'Y'
               DISPLAY "Base snapshot " WS-BEST-SNAP ", "
