       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRBUNDLE.
      *> 異地備援（DR）包：DR 機房要把主檔救回來，需要一整套彼此
      *> 對得上的東西 - 主檔傾印、跟傾印同一時點的異動日誌位置、
      *> 主批次上一次跑的那一版參照檔、run_profiles.txt、
      *> chain_steps.txt 跟各登錄簿。以前靠人手一份一份複製、祈禱
      *> 版本對得上；這支每晚打成一包：
      *>   dr_bundle_YYYYMMDD/（DRBUNDLE_DIR 可覆寫）
      *>     master_dump.dat   主檔依主鍵傾印（MASTAUDIT 傾印同格式，
      *>                       MASTREBLD 直接吃）
      *>     addr_journal.txt  到傾印當下為止的異動日誌
      *>     其餘項目原檔名照抄
      *>     dr_manifest.txt   清單：
      *>       BUNDLE;日期;時間;主檔檔名
      *>       JOURNAL;行數;最後一筆日期;時間;鏈序號;鏈結雜湊;
      *>               CONSISTENT|MOVED
      *>       MASTER;傾印筆數
      *>       FILE;檔名;位元組數;檢查碼（ARCHSUM，包裡那一份）
      *>       MISSING;檔名（來源不存在）
      *>       REFSIG;現在參照檔簽章;parse_cache.txt 記的簽章;
      *>              MATCH|CHANGED|NO-CACHE
      *> 日誌高水位：傾印前後各讀一次日誌尾，中間有人寫日誌就
      *> 記 MOVED（傾印跟日誌對不上，這一包不能用）。
      *> 參照檔簽章跟主批次同一算法（六個主要參照檔各取大小+修改
      *> 時間），跟 parse_cache.txt 首行記的簽章比，看得出這包參照
      *> 檔是不是主批次上一次跑的那一版。
      *> 要多帶的檔案寫在 dr_bundle_items.txt（DRBUNDLE_ITEMS 可覆
      *> 寫，一行一個檔名，* 開頭是註解）。
      *>   ADDRMAST_MAST_FILE = 主檔（預設 address_master.dat）
      *> DRDRILL 拿這一包做演練。回傳碼：
      *>   0 = 完整    4 = 有項目不存在或參照檔簽章不符
      *>   8 = 傾印期間日誌有異動    12 = 主檔打不開或包建不起來

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
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT DUMP-FILE ASSIGN TO DYNAMIC WS-DUMP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUMP-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMS-FILE ASSIGN TO DYNAMIC WS-ITEMS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT CACHE-FILE ASSIGN TO 'parse_cache.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  DUMP-FILE.
       01  DUMP-REC        PIC X(2000).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(300).
       FD  ITEMS-FILE.
       01  ITEMS-REC       PIC X(150).
       FD  CACHE-FILE.
       01  CACHE-REC       PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-DUMP-FILE-NAME    PIC X(200).
       01 WS-DUMP-STATUS       PIC XX.
       01 WS-MANIFEST-NAME     PIC X(200).
       01 WS-ITEMS-FILE-NAME   PIC X(100).
       01 WS-ITEMS-STATUS      PIC XX.
       01 WS-CACHE-STATUS      PIC XX.
       01 WS-BUNDLE-DIR        PIC X(100).
       01 WS-COMMAND           PIC X(400).
       01 WS-SIZE-DISP         PIC Z(14)9.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.

       *> 日誌高水位（傾印前 / 傾印後）
       01 HW-LINES             PIC 9(9) VALUE 0.
       01 HW-DATE              PIC 9(8) VALUE 0.
       01 HW-TIME              PIC 9(6) VALUE 0.
       01 HW-SEQ               PIC X(9) VALUE SPACES.
       01 HW-LINK              PIC X(20) VALUE SPACES.
       01 HW-BEFORE-LINES      PIC 9(9).
       01 HW-BEFORE-SEQ        PIC X(9).
       01 HW-STATE             PIC X(10).
       01 CTL-DUMPED           PIC 9(9) VALUE 0.

       *> 固定帶的項目（參照檔另外依主批次的規則決定檔名）
       01 DI-NAMES.
           05 FILLER PIC X(40) VALUE 'parse_cache.txt'.
           05 FILLER PIC X(40) VALUE 'run_profiles.txt'.
           05 FILLER PIC X(40) VALUE 'chain_steps.txt'.
           05 FILLER PIC X(40) VALUE 'input_registry.txt'.
           05 FILLER PIC X(40) VALUE 'legal_holds.txt'.
           05 FILLER PIC X(40) VALUE 'operator_entitlements.txt'.
           05 FILLER PIC X(40) VALUE 'retention_rules.txt'.
           05 FILLER PIC X(40) VALUE 'archive_index.txt'.
           05 FILLER PIC X(40) VALUE 'destruction_log.txt'.
           05 FILLER PIC X(40) VALUE 'loghash_anchors.txt'.
           05 FILLER PIC X(40) VALUE 'master_count.txt'.
           05 FILLER PIC X(40) VALUE 'addrmast_counters.txt'.
           05 FILLER PIC X(40) VALUE 'holidays.txt'.
           05 FILLER PIC X(40) VALUE 'thresholds.txt'.
           05 FILLER PIC X(40) VALUE 'bundle_rules.txt'.
           05 FILLER PIC X(40) VALUE 'cfg_journal.txt'.
       01 DI-TABLE REDEFINES DI-NAMES.
           05 DI-NAME PIC X(40) OCCURS 16 TIMES.
       01 DI-IDX               PIC 9(2).

       *> 六個參照檔（順序跟主批次的簽章一樣）
       01 RF-TABLE.
           05 RF-ENTRY OCCURS 6 TIMES.
               10 RF-ENV-NAME      PIC X(20).
               10 RF-DEFAULT       PIC X(20).
               10 RF-FILE-NAME     PIC X(100).
       01 RF-IDX               PIC 9.
       01 RF-SIG               PIC X(80).
       01 RF-SIG-PTR           PIC 9(3).
       01 RF-CACHE-SIG         PIC X(80).
       01 RF-FI-NAME           PIC X(100).
       01 RF-FI-INFO           PIC X(16).
       01 RF-FI-SUM            PIC 9(9).
       01 RF-FI-IDX            PIC 9(2).
       01 RF-STATE             PIC X(10).

       01 WS-ITEM-NAME         PIC X(150).
       01 WS-ITEM-BASE         PIC X(150).
       01 WS-POS               PIC 9(3).
       01 WS-SLASH-POS         PIC 9(3).
       01 CTL-ITEMS            PIC 9(5) VALUE 0.
       01 CTL-MISSING          PIC 9(5) VALUE 0.

       COPY "archsum.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME8 FROM TIME

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-BUNDLE-DIR
           STRING 'dr_bundle_' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-BUNDLE-DIR
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DRBUNDLE_DIR'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BUNDLE-DIR
           END-IF
           MOVE 'dr_bundle_items.txt' TO WS-ITEMS-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DRBUNDLE_ITEMS'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ITEMS-FILE-NAME
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'mkdir -p ' FUNCTION TRIM(WS-BUNDLE-DIR)
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) '/dr_manifest.txt'
               DELIMITED BY SIZE INTO WS-MANIFEST-NAME
           MOVE SPACES TO WS-DUMP-FILE-NAME
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) '/master_dump.dat'
               DELIMITED BY SIZE INTO WS-DUMP-FILE-NAME

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "DRBUNDLE: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DUMP-FILE
           IF WS-DUMP-STATUS NOT = '00'
               DISPLAY "DRBUNDLE: cannot create "
                   FUNCTION TRIM(WS-DUMP-FILE-NAME)
                   " (status " WS-DUMP-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 日誌尾 → 傾印 → 再看一次日誌尾
           PERFORM READ-JOURNAL-HIGH-WATER
           MOVE HW-LINES TO HW-BEFORE-LINES
           MOVE HW-SEQ TO HW-BEFORE-SEQ
           PERFORM DUMP-MASTER
           CLOSE MAST-FILE DUMP-FILE
           PERFORM READ-JOURNAL-HIGH-WATER
           IF HW-LINES = HW-BEFORE-LINES AND HW-SEQ = HW-BEFORE-SEQ
               MOVE 'CONSISTENT' TO HW-STATE
           ELSE
               MOVE 'MOVED' TO HW-STATE
           END-IF

           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO MANIFEST-REC
           STRING "BUNDLE;" WS-RUN-DATE ";" WS-TIME8(1:6) ";"
               FUNCTION TRIM(WS-MAST-FILE-NAME)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           MOVE SPACES TO MANIFEST-REC
           STRING "JOURNAL;" HW-LINES ";" HW-DATE ";" HW-TIME ";"
               HW-SEQ ";" HW-LINK ";" FUNCTION TRIM(HW-STATE)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           MOVE SPACES TO MANIFEST-REC
           STRING "MASTER;" CTL-DUMPED
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC

           MOVE WS-DUMP-FILE-NAME TO AS-FILE-NAME
           MOVE 'master_dump.dat' TO WS-ITEM-BASE
           PERFORM WRITE-FILE-LINE

           *> 日誌：照傾印前的行數切，之後才寫進來的不帶
           IF HW-BEFORE-LINES > 0
               MOVE SPACES TO WS-COMMAND
               STRING 'head -n ' HW-BEFORE-LINES
                   ' addr_journal.txt > '
                   FUNCTION TRIM(WS-BUNDLE-DIR) '/addr_journal.txt'
                   DELIMITED BY SIZE INTO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO AS-FILE-NAME
               STRING FUNCTION TRIM(WS-BUNDLE-DIR) '/addr_journal.txt'
                   DELIMITED BY SIZE INTO AS-FILE-NAME
               MOVE 'addr_journal.txt' TO WS-ITEM-BASE
               PERFORM WRITE-FILE-LINE
           END-IF

           PERFORM RESOLVE-REFERENCE-FILES
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > 6
               MOVE RF-FILE-NAME(RF-IDX) TO WS-ITEM-NAME
               PERFORM BUNDLE-ONE-ITEM
           END-PERFORM
           PERFORM VARYING DI-IDX FROM 1 BY 1 UNTIL DI-IDX > 16
               MOVE DI-NAME(DI-IDX) TO WS-ITEM-NAME
               PERFORM BUNDLE-ONE-ITEM
           END-PERFORM
           PERFORM BUNDLE-LISTED-ITEMS

           PERFORM CHECK-REFERENCE-SIGNATURE
           MOVE SPACES TO MANIFEST-REC
           STRING "REFSIG;" FUNCTION TRIM(RF-SIG) ";"
               FUNCTION TRIM(RF-CACHE-SIG) ";" FUNCTION TRIM(RF-STATE)
               DELIMITED BY SIZE INTO MANIFEST-REC
           WRITE MANIFEST-REC
           CLOSE MANIFEST-FILE

           DISPLAY "DRBUNDLE: " CTL-DUMPED " master records, journal "
               "at line " HW-BEFORE-LINES " (" FUNCTION TRIM(HW-STATE)
               "), " CTL-ITEMS " file(s) bundled, " CTL-MISSING
               " missing, reference signature "
               FUNCTION TRIM(RF-STATE) " - "
               FUNCTION TRIM(WS-BUNDLE-DIR)
           EVALUATE TRUE
               WHEN HW-STATE = 'MOVED'
                   DISPLAY "DRBUNDLE: the journal was written while "
                       "the master was being dumped - rerun when the "
                       "online updates are quiet"
                   MOVE 8 TO RETURN-CODE
               WHEN CTL-MISSING > 0 OR RF-STATE = 'CHANGED'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       *> 日誌讀到底：行數、最後一筆的日期時間與鏈結尾碼
       READ-JOURNAL-HIGH-WATER.
           MOVE 0 TO HW-LINES HW-DATE HW-TIME
           MOVE SPACES TO HW-SEQ HW-LINK
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ JRNL-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO HW-LINES
                       IF JRNL-DATE IS NUMERIC
                          AND JRNL-TIME IS NUMERIC
                           MOVE JRNL-DATE TO HW-DATE
                           MOVE JRNL-TIME TO HW-TIME
                       END-IF
                       IF JRNL-CHAIN(1:1) = ';'
                           MOVE JRNL-CHAIN(2:9) TO HW-SEQ
                           MOVE JRNL-CHAIN(33:20) TO HW-LINK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

       *> 依主鍵走整檔傾印（跟 MASTAUDIT_DUMP 同格式）
       DUMP-MASTER.
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       MOVE SPACES TO DUMP-REC
                       MOVE MAST-REC TO DUMP-REC
                       WRITE DUMP-REC
                       ADD 1 TO CTL-DUMPED
               END-READ
           END-PERFORM.

       *> 參照檔檔名跟主批次同一套：環境變數 > 當天的日期版
       *> （keywords_YYYYMMDD.txt）> 固定檔名；執行設定檔另外指定的
       *> 參照檔請列進 dr_bundle_items.txt
       RESOLVE-REFERENCE-FILES.
           MOVE 'SPILT_KEY_FILE' TO RF-ENV-NAME(1)
           MOVE 'keywords' TO RF-DEFAULT(1)
           MOVE 'SPILT_CITY_FILE' TO RF-ENV-NAME(2)
           MOVE 'city' TO RF-DEFAULT(2)
           MOVE 'SPILT_STATE_FILE' TO RF-ENV-NAME(3)
           MOVE 'state' TO RF-DEFAULT(3)
           MOVE 'SPILT_COUNTRY_FILE' TO RF-ENV-NAME(4)
           MOVE 'country' TO RF-DEFAULT(4)
           MOVE 'SPILT_LOC_FILE' TO RF-ENV-NAME(5)
           MOVE 'location' TO RF-DEFAULT(5)
           MOVE 'SPILT_ZIPFMT_FILE' TO RF-ENV-NAME(6)
           MOVE 'zipformat' TO RF-DEFAULT(6)
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > 6
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
                   RF-ENV-NAME(RF-IDX)
               IF WS-ENV-VALUE NOT = SPACES
                   MOVE WS-ENV-VALUE TO RF-FILE-NAME(RF-IDX)
               ELSE
                   MOVE SPACES TO AS-FILE-NAME
                   STRING FUNCTION TRIM(RF-DEFAULT(RF-IDX)) '_'
                       WS-RUN-DATE '.txt'
                       DELIMITED BY SIZE INTO AS-FILE-NAME
                   CALL 'ARCHSUM' USING AS-AREA
                   IF AS-RESULT = '00'
                       MOVE AS-FILE-NAME TO RF-FILE-NAME(RF-IDX)
                   ELSE
                       MOVE SPACES TO RF-FILE-NAME(RF-IDX)
                       STRING FUNCTION TRIM(RF-DEFAULT(RF-IDX)) '.txt'
                           DELIMITED BY SIZE
                           INTO RF-FILE-NAME(RF-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       *> 清單檔列的額外項目
       BUNDLE-LISTED-ITEMS.
           OPEN INPUT ITEMS-FILE
           IF WS-ITEMS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ITEMS-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(ITEMS-REC) NOT = SPACES
                          AND ITEMS-REC(1:1) NOT = '*'
                           MOVE FUNCTION TRIM(ITEMS-REC)
                               TO WS-ITEM-NAME
                           PERFORM BUNDLE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEMS-FILE.

       *> 一個項目：來源在就照原檔名（去掉目錄）抄進包裡、記檢查碼
       BUNDLE-ONE-ITEM.
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 150
               IF WS-ITEM-NAME(WS-POS:1) = '/'
                   MOVE WS-POS TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ITEM-BASE
           MOVE WS-ITEM-NAME(WS-SLASH-POS + 1:) TO WS-ITEM-BASE

           MOVE WS-ITEM-NAME TO AS-FILE-NAME
           CALL 'ARCHSUM' USING AS-AREA
           IF AS-RESULT NOT = '00'
               ADD 1 TO CTL-MISSING
               MOVE SPACES TO MANIFEST-REC
               STRING "MISSING;" FUNCTION TRIM(WS-ITEM-NAME)
                   DELIMITED BY SIZE INTO MANIFEST-REC
               WRITE MANIFEST-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING 'cp ' FUNCTION TRIM(WS-ITEM-NAME) ' '
               FUNCTION TRIM(WS-BUNDLE-DIR) '/'
               FUNCTION TRIM(WS-ITEM-BASE)
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO AS-FILE-NAME
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) '/'
               FUNCTION TRIM(WS-ITEM-BASE)
               DELIMITED BY SIZE INTO AS-FILE-NAME
           PERFORM WRITE-FILE-LINE.

       *> AS-FILE-NAME 是包裡那一份，WS-ITEM-BASE 是清單上的檔名
       WRITE-FILE-LINE.
           CALL 'ARCHSUM' USING AS-AREA
           MOVE SPACES TO MANIFEST-REC
           IF AS-RESULT NOT = '00'
               ADD 1 TO CTL-MISSING
               STRING "MISSING;" FUNCTION TRIM(WS-ITEM-BASE)
                   DELIMITED BY SIZE INTO MANIFEST-REC
           ELSE
               ADD 1 TO CTL-ITEMS
               MOVE AS-SIZE TO WS-SIZE-DISP
               STRING "FILE;" FUNCTION TRIM(WS-ITEM-BASE) ";"
                   FUNCTION TRIM(WS-SIZE-DISP) ";" AS-CHECKSUM
                   DELIMITED BY SIZE INTO MANIFEST-REC
           END-IF
           WRITE MANIFEST-REC.

       *> 參照檔簽章（主批次 COMPUTE-REF-SIGNATURE 的同一算法，
       *> 順序：keywords、city、state、country、location、
       *> zipformat）跟 parse_cache.txt 首行 SIG; 比
       CHECK-REFERENCE-SIGNATURE.
           MOVE SPACES TO RF-SIG
           MOVE 1 TO RF-SIG-PTR
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > 6
               MOVE RF-FILE-NAME(RF-IDX) TO RF-FI-NAME
               MOVE LOW-VALUES TO RF-FI-INFO
               CALL 'CBL_CHECK_FILE_EXIST'
                   USING RF-FI-NAME RF-FI-INFO
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO RF-FI-SUM
               PERFORM VARYING RF-FI-IDX FROM 1 BY 1
                       UNTIL RF-FI-IDX > 16
                   COMPUTE RF-FI-SUM = FUNCTION MOD(RF-FI-SUM * 31
                       + FUNCTION ORD(RF-FI-INFO(RF-FI-IDX:1)),
                       999999999)
               END-PERFORM
               STRING RF-FI-SUM "-" DELIMITED BY SIZE
                   INTO RF-SIG
                   WITH POINTER RF-SIG-PTR
               END-STRING
           END-PERFORM

           MOVE SPACES TO RF-CACHE-SIG
           MOVE 'NO-CACHE' TO RF-STATE
           OPEN INPUT CACHE-FILE
           IF WS-CACHE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CACHE-FILE
               AT END CONTINUE
               NOT AT END
                   IF CACHE-REC(1:4) = 'SIG;'
                       MOVE CACHE-REC(5:80) TO RF-CACHE-SIG
                       IF RF-CACHE-SIG = RF-SIG
                           MOVE 'MATCH' TO RF-STATE
                       ELSE
                           MOVE 'CHANGED' TO RF-STATE
                       END-IF
                   END-IF
           END-READ
           CLOSE CACHE-FILE.
