      *> 這支拿一個 ACCOUNT-ID 把各來源的記錄撈出來，依日期時間
      *> 排成一條時間軸：
      *>   - addr_journal.txt 前後影像（哪支程式何時動過主檔）
      *>   - address_changes_*.txt 逐欄位異動（含 ZIPRENUM）：從
      *>     異動歷史索引檔（address_history.dat，依帳號排，
      *>     ADDR_HISTORY_FILE 可覆寫）START 到帳號往下讀；索引檔
      *>     還沒建（HISTLOAD 沒回補過）才退回去掃每一份日檔
      *>   - review_decisions_*.txt 人工覆核處置與修正
      *>   - undeliv_transitions.txt 退郵旗標轉換
      *>   - geo_pending.txt 地理編碼請求/回應總帳
      *>     （少見，但稽核名單上有就翻）
      *>   LINEAGE_ACCOUNT = 帳號（必填）
      *> 報告寫到 lineage_<帳號>_YYYYMMDD.txt。
      *> ADDR_ENTITY 指定子公司時，異動歷史索引檔、日異動檔、
      *> 覆核處置、地理編碼總帳、比對軌跡與 overrides 都讀掛
      *> 「代碼_」前綴的那一份（跟 ADDRMAST / SPILT1016 一致）；
      *> addr_journal、退郵轉換與 refjournal 是全行共用檔。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DAY WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "addrjrnl.cpy".
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).
       FD  HIST-FILE.
       COPY "addrhist.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-DATA-STATUS       PIC XX.
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(150).
       01 WS-HIST-FILE-NAME    PIC X(100).
       01 WS-HIST-STATUS       PIC XX.
       01 HIST-EOF             PIC X.
       01 LS-EOF               PIC X.
       01 DATA-EOF             PIC X.
       01 JRNL-EOF             PIC X VALUE 'N'.
       01 WS-ACCOUNT-ENV       PIC X(30).
       01 WS-ACCT-LEN          PIC 9(2).
       01 WS-FILE-DATE         PIC X(8).
       01 WS-EV-VERSION        PIC Z(8)9.
       01 WS-EV-VERSION-TXT    PIC X(12).
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-PREFIX-LEN        PIC 9(2) VALUE 0.
       01 WS-LS-DATE-POS       PIC 9(3).

       *> 時間軸事件表
       01 EV-TABLE.
       01 FX-F3                PIC X(100).
       01 FX-F4                PIC X(100).
       01 FX-F5                PIC X(100).
       01 FX-F6                PIC X(100).
       01 WS-TALLY             PIC 9(4).
       01 TX-ROWNO             PIC X(10).
       01 TX-FIELD             PIC X(30).
       01 TX-VALUE             PIC X(120).
       01 TX-ACCT              PIC X(40).

       COPY "logchain.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING 'lineage_' FUNCTION TRIM(WS-ACCOUNT-ENV) '_'
               WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           PERFORM INIT-ENTITY
           IF WS-ENTITY-PREFIX NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENTITY-PREFIX))
                   TO WS-PREFIX-LEN
           END-IF

           PERFORM GATHER-JOURNAL-EVENTS
           PERFORM GATHER-HISTORY-EVENTS
           PERFORM GATHER-DECISION-EVENTS
           PERFORM GATHER-UNDELIV-EVENTS
           PERFORM GATHER-GEO-EVENTS
           MOVE 'refjournal.txt' TO WS-DATA-FILE-NAME
           MOVE 'REFJOURNAL' TO FX-F5
           PERFORM GATHER-MENTION-EVENTS
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'overrides.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'OVERRIDE' TO FX-F5
           PERFORM GATHER-MENTION-EVENTS

               FUNCTION TRIM(WS-RPT-FILE-NAME)
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "LINEAGE: ADDR_ENTITY must be at most 4 "
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

       ADD-EVENT.
           IF EV-COUNT < 800
               ADD 1 TO EV-COUNT
               MOVE WS-EV-TEXT TO EV-TEXT(EV-COUNT)
           END-IF.

       *> 主檔前後影像：帳號在影像的前 30 碼、地址角色接在後面；
       *> 有記錄版本的日誌行把版本號帶出來，前後版本一路接得上
       *> 才表示中間沒有漏掉的更新
       GATHER-JOURNAL-EVENTS.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
                          AND JRNL-TYPE = 'A'
                           MOVE JRNL-DATE TO WS-EV-DATE
                           MOVE JRNL-TIME TO WS-EV-TIME
                           MOVE SPACES TO WS-EV-VERSION-TXT
                           IF JRNL-VERSION IS NUMERIC
                              AND JRNL-VERSION > 0
                               MOVE JRNL-VERSION TO WS-EV-VERSION
                               STRING " v" FUNCTION TRIM(WS-EV-VERSION)
                                   DELIMITED BY SIZE
                                   INTO WS-EV-VERSION-TXT
                           END-IF
                           MOVE SPACES TO WS-EV-TEXT
                           STRING "MASTER-UPDATE" DELIMITED BY SIZE
                               WS-EV-VERSION-TXT DELIMITED BY "  "
                               " by "
                               FUNCTION TRIM(JRNL-PROGRAM)
                               " (" FUNCTION TRIM(JRNL-IMAGE(31:12))
                               " after-image on journal)"
                               DELIMITED BY SIZE INTO WS-EV-TEXT
                           PERFORM ADD-EVENT
                       END-IF
           END-PERFORM
           CLOSE JRNL-FILE.

       *> 逐欄位異動歷史：索引檔上這個帳號的行依異動檔日期、
       *> 行號排好，START 到帳號讀到帳號換了為止
       GATHER-HISTORY-EVENTS.
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
               DISPLAY "LINEAGE: change-history index "
                   FUNCTION TRIM(WS-HIST-FILE-NAME)
                   " not available (status " WS-HIST-STATUS
                   ") - scanning the daily address_changes files"
               PERFORM GATHER-CHANGE-EVENTS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HIST-EOF
           MOVE FUNCTION TRIM(WS-ACCOUNT-ENV) TO HIST-ACCOUNT-ID
           MOVE 0 TO HIST-FILE-DATE HIST-LINE-NO
           START HIST-FILE KEY IS >= HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF = 'Y'
               READ HIST-FILE NEXT
                   AT END MOVE 'Y' TO HIST-EOF
                   NOT AT END
                       IF HIST-ACCOUNT-ID NOT =
                          FUNCTION TRIM(WS-ACCOUNT-ENV)
                           MOVE 'Y' TO HIST-EOF
                       ELSE
                           MOVE HIST-CHG-DATE TO WS-EV-DATE
                           MOVE 0 TO WS-EV-TIME
                           MOVE SPACES TO WS-EV-TEXT
                           STRING "FIELD-CHANGE "
                               FUNCTION TRIM(HIST-ROLE) " "
                               FUNCTION TRIM(HIST-FIELD) ": '"
                               FUNCTION TRIM(HIST-OLD-VALUE) "' -> '"
                               FUNCTION TRIM(HIST-NEW-VALUE) "'"
                               DELIMITED BY SIZE INTO WS-EV-TEXT
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       *> 索引檔還沒建時的舊路：每一份日檔掃一遍
       *> （account;field;old;new;date）
       GATHER-CHANGE-EVENTS.
           MOVE SPACES TO DATA-REC
           STRING 'ls -1 ' FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_*.txt > lineage_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO DATA-REC
           COMPUTE WS-LS-DATE-POS = 17 + WS-PREFIX-LEN
           CALL 'SYSTEM' USING DATA-REC
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
                   AT END MOVE 'Y' TO LS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LS-REC) NOT = SPACES
                           MOVE LS-REC(WS-LS-DATE-POS:8)
                               TO WS-FILE-DATE
                           PERFORM SCAN-ONE-CHANGE-FILE
                       END-IF
               END-READ
                   AT END MOVE 'Y' TO DATA-EOF
                   NOT AT END
                       MOVE SPACES TO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5
                           FX-F6
                       UNSTRING DATA-REC DELIMITED BY ';'
                           INTO FX-F1 FX-F2 FX-F3 FX-F4 FX-F5 FX-F6
                       END-UNSTRING
                       IF FUNCTION TRIM(FX-F1) =
                          FUNCTION TRIM(WS-ACCOUNT-ENV)
                           MOVE 0 TO WS-EV-TIME
                           MOVE SPACES TO WS-EV-TEXT
                           STRING "FIELD-CHANGE "
                               FUNCTION TRIM(FX-F6) " "
                               FUNCTION TRIM(FX-F2) ": '"
                               FUNCTION TRIM(FX-F3) "' -> '"
                               FUNCTION TRIM(FX-F4) "'"

       *> 覆核處置與修正（日期取檔名）
       GATHER-DECISION-EVENTS.
           MOVE SPACES TO DATA-REC
           STRING 'ls -1 ' FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_decisions_*.txt > lineage_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO DATA-REC
           COMPUTE WS-LS-DATE-POS = 18 + WS-PREFIX-LEN
           CALL 'SYSTEM' USING DATA-REC
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
                   AT END MOVE 'Y' TO LS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LS-REC) NOT = SPACES
                           MOVE LS-REC(WS-LS-DATE-POS:8)
                               TO WS-FILE-DATE
                           PERFORM SCAN-ONE-DECISION-FILE
                       END-IF
               END-READ
       *> 地理編碼總帳（固定欄位：送出日 8、狀態 4、回應日 8、
       *> 影像 = 序號 7 + 帳號 30...）
       GATHER-GEO-EVENTS.
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'geo_pending.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = '00'
       *> 比對軌跡：追蹤行的第 5 欄是帳號（主批次寫軌跡時帶
       *> 上的），逐日的 match_trace 檔直接依帳號撈。
       GATHER-TRACE-EVENTS.
           MOVE SPACES TO DATA-REC
           STRING 'ls -1 ' FUNCTION TRIM(WS-ENTITY-PREFIX)
               'match_trace_*.txt > lineage_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO DATA-REC
           COMPUTE WS-LS-DATE-POS = 13 + WS-PREFIX-LEN
           CALL 'SYSTEM' USING DATA-REC
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
                   AT END MOVE 'Y' TO LS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LS-REC) NOT = SPACES
                           MOVE LS-REC(WS-LS-DATE-POS:8)
                               TO WS-FILE-DATE
                           PERFORM SCAN-TRACE-FILE
                       END-IF
               END-READ
           CLOSE DATA-FILE.

       *> refjournal / overrides：行內提到這個帳號才收
       *> （FX-F5 先放來源標籤、WS-DATA-FILE-NAME 放檔名）。
       *> 行尾的雜湊鏈尾碼先拿掉，數字不會誤配到帳號
       GATHER-MENTION-EVENTS.
           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
               READ DATA-FILE
                   AT END MOVE 'Y' TO DATA-EOF
                   NOT AT END
                       MOVE 'V' TO LC-FUNCTION
                       MOVE ALL '0' TO LC-PREV-LINK
                       MOVE DATA-REC TO LC-RECORD
                       CALL 'LOGCHAIN' USING LC-AREA
                       IF LC-CHAINED = 'Y'
                           MOVE SPACES
                               TO DATA-REC(LC-CONTENT-LEN + 1:)
                       END-IF
                       MOVE 0 TO WS-TALLY
                       INSPECT DATA-REC TALLYING WS-TALLY FOR ALL
                           WS-ACCOUNT-ENV(1:WS-ACCT-LEN)
