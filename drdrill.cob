       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRDRILL.
      *> 異地備援演練：拿 DRBUNDLE 打的包，在暫存區真的把主檔救
      *> 一次，證明這一包在 DR 機房用得起來，不是出事那天才發現
      *> 少東西：
      *>   1. 清單上每個檔案重算檢查碼（ARCHSUM），跟清單對；
      *>      對不上只列警告 - ERASURE 依法抹除過包裡的傾印或
      *>      日誌時檢查碼本來就會變
      *>   2. MASTREBLD 從包裡的 master_dump.dat 重建索引主檔
      *>      （DRDRILL_BASE 指定較舊的一包時從那一包的傾印重建，
      *>      演練真正的「舊備份 + 日誌前滾」）
      *>   3. MASTRECOV 把包裡的日誌重演到清單記的高水位時點
      *>      （作業員授權表要准執行演練的人 MASTRECOV:RECOVER）
      *>   4. 在暫存區跑 MASTAUDIT（主鍵順序、欄位合理性）
      *>   5. 暫存區稽核數到的筆數跟清單上的正式主檔筆數比
      *> 每一步記回傳碼與耗時（秒），報表 dr_drill_YYYYMMDD.txt；
      *> 演練失敗另寫告警（ALERT;DR_DRILL;…）。
      *>   DRDRILL_BUNDLE  = 要演練的包（預設 dr_bundle_YYYYMMDD）
      *>   DRDRILL_BASE    = 從哪一包的傾印重建（預設同一包）
      *>   DRDRILL_SCRATCH = 暫存區目錄（預設 dr_drill_scratch，
      *>                     每次演練先清空）
      *>   DRDRILL_BIN     = 批次程式所在目錄（預設 .）
      *>   SPILT_ALERT_FILE = 告警檔（預設 alerts_YYYYMMDD.txt）
      *> 回傳碼：0 = 通過   4 = 通過但有警告（檢查碼變動、包裡缺
      *> 項目、參照檔簽章不符、步驟 RC 4）   8 = 演練失敗（步驟
      *> RC >= 8、筆數不符、包打的時候日誌有異動）   12 = 包的
      *> 清單讀不到

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-REC    PIC X(300).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).
       FD  WORK-FILE.
       01  WORK-REC        PIC X(100).
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-BUNDLE-DIR        PIC X(100).
       01 WS-BASE-DIR          PIC X(100).
       01 WS-SCRATCH-DIR       PIC X(100).
       01 WS-BIN-DIR           PIC X(100).
       01 WS-MANIFEST-NAME     PIC X(200).
       01 WS-MANIFEST-STATUS   PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-WORK-FILE-NAME    PIC X(200).
       01 WS-WORK-STATUS       PIC XX.
       01 WS-ALERT-FILE-NAME   PIC X(100).
       01 WS-ALERT-STATUS      PIC XX.
       01 WS-COMMAND           PIC X(600).
       01 WS-ALERT-TEXT        PIC X(150).
       01 EOF-FLAG             PIC X VALUE 'N'.

       *> 清單一行拆開
       01 MF-TYPE              PIC X(10).
       01 MF-F1                PIC X(100).
       01 MF-F2                PIC X(100).
       01 MF-F3                PIC X(100).
       01 MF-F4                PIC X(100).
       01 MF-F5                PIC X(100).
       01 MF-F6                PIC X(100).

       *> 清單記的正式環境狀態
       01 BD-TAKEN-DATE        PIC X(8) VALUE SPACES.
       01 BD-TAKEN-TIME        PIC X(6) VALUE SPACES.
       01 BD-MASTER-COUNT      PIC 9(9) VALUE 0.
       01 BD-MASTER-KNOWN      PIC X VALUE 'N'.
       01 BD-JRNL-LINES        PIC 9(9) VALUE 0.
       01 BD-JRNL-DATE         PIC X(8) VALUE SPACES.
       01 BD-JRNL-TIME         PIC X(6) VALUE SPACES.
       01 BD-JRNL-STATE        PIC X(10) VALUE SPACES.
       01 BD-REFSIG-STATE      PIC X(10) VALUE SPACES.
       01 BD-FILE-SIZE         PIC 9(15).
       01 BD-SIZE-DISP         PIC Z(14)9.

       *> 演練步驟
       01 ST-NAME              PIC X(12).
       01 ST-RC                PIC 9(3).
       01 ST-START.
           05 ST-START-HH          PIC 99.
           05 ST-START-MM          PIC 99.
           05 ST-START-SS          PIC 99.
           05 FILLER               PIC 99.
       01 ST-END.
           05 ST-END-HH            PIC 99.
           05 ST-END-MM            PIC 99.
           05 ST-END-SS            PIC 99.
           05 FILLER               PIC 99.
       01 ST-START-SECS        PIC 9(6).
       01 ST-END-SECS          PIC 9(6).
       01 ST-ELAPSED           PIC 9(6).
       01 ST-RC-FILE           PIC X(20).
       01 ST-RC-TEXT           PIC X(10).
       01 ST-TOTAL-SECS        PIC 9(6) VALUE 0.

       01 DR-RECOVERED-COUNT   PIC 9(9) VALUE 0.
       01 DR-RECOVERED-KNOWN   PIC X VALUE 'N'.
       01 CTL-VERIFIED         PIC 9(5) VALUE 0.
       01 CTL-CHANGED          PIC 9(5) VALUE 0.
       01 CTL-ABSENT           PIC 9(5) VALUE 0.
       01 CTL-BUNDLE-MISSING   PIC 9(5) VALUE 0.
       01 CTL-WARNINGS         PIC 9(5) VALUE 0.
       01 CTL-FAILURES         PIC 9(5) VALUE 0.

       COPY "archsum.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-BUNDLE-DIR
           STRING 'dr_bundle_' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-BUNDLE-DIR
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DRDRILL_BUNDLE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BUNDLE-DIR
           END-IF
           MOVE WS-BUNDLE-DIR TO WS-BASE-DIR
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DRDRILL_BASE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BASE-DIR
           END-IF
           MOVE 'dr_drill_scratch' TO WS-SCRATCH-DIR
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DRDRILL_SCRATCH'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SCRATCH-DIR
           END-IF
           MOVE '.' TO WS-BIN-DIR
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'DRDRILL_BIN'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BIN-DIR
           END-IF
           MOVE SPACES TO WS-ALERT-FILE-NAME
           STRING 'alerts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ALERT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_ALERT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ALERT-FILE-NAME
           END-IF

           MOVE SPACES TO WS-MANIFEST-NAME
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) '/dr_manifest.txt'
               DELIMITED BY SIZE INTO WS-MANIFEST-NAME
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "DRDRILL: no manifest in "
                   FUNCTION TRIM(WS-BUNDLE-DIR)
                   " - run DRBUNDLE first or set DRDRILL_BUNDLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'dr_drill_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "DR DRILL REPORT " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "BUNDLE: " FUNCTION TRIM(WS-BUNDLE-DIR)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "REBUILD FROM: " FUNCTION TRIM(WS-BASE-DIR)
               "/master_dump.dat"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           *> 1. 清單逐行：檔案重算檢查碼，其餘記下來
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ MANIFEST-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END PERFORM PROCESS-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE

           MOVE SPACES TO RPT-REC
           STRING "BUNDLE TAKEN: " BD-TAKEN-DATE " " BD-TAKEN-TIME
               "  master records " BD-MASTER-COUNT
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "JOURNAL: " BD-JRNL-LINES " lines, high-water "
               BD-JRNL-DATE " " BD-JRNL-TIME "  "
               FUNCTION TRIM(BD-JRNL-STATE)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF BD-JRNL-STATE = 'MOVED'
               ADD 1 TO CTL-FAILURES
               MOVE SPACES TO RPT-REC
               STRING "  FAIL the journal moved while the bundle was "
                   "taken - dump and journal do not line up"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "REFERENCE SIGNATURE: "
               FUNCTION TRIM(BD-REFSIG-STATE)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF BD-REFSIG-STATE = 'CHANGED'
               ADD 1 TO CTL-WARNINGS
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "CHECKSUMS: " CTL-VERIFIED " verified, "
               CTL-CHANGED " changed, " CTL-ABSENT
               " absent from bundle, " CTL-BUNDLE-MISSING
               " item(s) missing when bundled"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           ADD CTL-CHANGED CTL-ABSENT CTL-BUNDLE-MISSING
               TO CTL-WARNINGS
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           *> 2-4. 暫存區清空後照復原程序走一遍
           MOVE SPACES TO WS-COMMAND
           STRING 'mkdir -p ' FUNCTION TRIM(WS-SCRATCH-DIR)
               ' && rm -f ' FUNCTION TRIM(WS-SCRATCH-DIR) '/*'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE 'MASTREBLD' TO ST-NAME
           MOVE SPACES TO WS-COMMAND
           STRING 'MASTREBLD_IN=' FUNCTION TRIM(WS-BASE-DIR)
               '/master_dump.dat MASTREBLD_OUT='
               FUNCTION TRIM(WS-SCRATCH-DIR) '/address_master.dat '
               FUNCTION TRIM(WS-BIN-DIR) '/mastrebld > '
               FUNCTION TRIM(WS-SCRATCH-DIR) '/mastrebld.out 2>&1'
               '; echo $? > ' FUNCTION TRIM(WS-SCRATCH-DIR)
               '/mastrebld.rc'
               DELIMITED BY SIZE INTO WS-COMMAND
           PERFORM RUN-DRILL-STEP

           IF ST-RC < 8
               MOVE 'MASTRECOV' TO ST-NAME
               IF BD-JRNL-LINES = 0
                   MOVE SPACES TO RPT-REC
                   STRING "STEP MASTRECOV  skipped - the bundle has "
                       "no journal"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               ELSE
                   MOVE SPACES TO WS-COMMAND
                   STRING 'ADDRMAST_MAST_FILE='
                       FUNCTION TRIM(WS-SCRATCH-DIR)
                       '/address_master.dat MASTRECOV_JOURNAL='
                       FUNCTION TRIM(WS-BUNDLE-DIR)
                       '/addr_journal.txt MASTRECOV_TO='
                       BD-JRNL-DATE BD-JRNL-TIME ' '
                       FUNCTION TRIM(WS-BIN-DIR) '/mastrecov > '
                       FUNCTION TRIM(WS-SCRATCH-DIR)
                       '/mastrecov.out 2>&1; echo $? > '
                       FUNCTION TRIM(WS-SCRATCH-DIR) '/mastrecov.rc'
                       DELIMITED BY SIZE INTO WS-COMMAND
                   PERFORM RUN-DRILL-STEP
               END-IF
           END-IF

           *> MASTAUDIT 的報表與 master_count.txt 寫在目前目錄，
           *> 進暫存區跑，不碰正式環境那一份
           IF ST-RC < 8
               MOVE 'MASTAUDIT' TO ST-NAME
               MOVE SPACES TO WS-COMMAND
               STRING 'DRB=$(cd ' FUNCTION TRIM(WS-BIN-DIR)
                   ' && pwd); cd ' FUNCTION TRIM(WS-SCRATCH-DIR)
                   ' && ADDRMAST_MAST_FILE=address_master.dat'
                   ' $DRB/mastaudit > mastaudit.out 2>&1;'
                   ' echo $? > mastaudit.rc'
                   DELIMITED BY SIZE INTO WS-COMMAND
               PERFORM RUN-DRILL-STEP
               PERFORM READ-RECOVERED-COUNT
           END-IF

           *> 5. 筆數核對
           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
               WHEN DR-RECOVERED-KNOWN NOT = 'Y'
                   ADD 1 TO CTL-FAILURES
                   STRING "COUNTS: FAIL no recovered count - the "
                       "drill did not reach MASTAUDIT"
                       DELIMITED BY SIZE INTO RPT-REC
               WHEN BD-MASTER-KNOWN NOT = 'Y'
                   ADD 1 TO CTL-FAILURES
                   STRING "COUNTS: FAIL the manifest has no MASTER "
                       "count; recovered " DR-RECOVERED-COUNT
                       DELIMITED BY SIZE INTO RPT-REC
               WHEN DR-RECOVERED-COUNT = BD-MASTER-COUNT
                   STRING "COUNTS: MATCH production "
                       BD-MASTER-COUNT " = recovered "
                       DR-RECOVERED-COUNT
                       DELIMITED BY SIZE INTO RPT-REC
               WHEN OTHER
                   ADD 1 TO CTL-FAILURES
                   STRING "COUNTS: MISMATCH production "
                       BD-MASTER-COUNT " but recovered "
                       DR-RECOVERED-COUNT
                       DELIMITED BY SIZE INTO RPT-REC
           END-EVALUATE
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
               WHEN CTL-FAILURES > 0
                   STRING "RESULT: FAILED (" CTL-FAILURES
                       " failure(s), " CTL-WARNINGS " warning(s)), "
                       "steps took " ST-TOTAL-SECS " sec"
                       DELIMITED BY SIZE INTO RPT-REC
                   MOVE 8 TO RETURN-CODE
               WHEN CTL-WARNINGS > 0
                   STRING "RESULT: PASSED WITH WARNINGS ("
                       CTL-WARNINGS " warning(s)), steps took "
                       ST-TOTAL-SECS " sec"
                       DELIMITED BY SIZE INTO RPT-REC
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   STRING "RESULT: PASSED, steps took "
                       ST-TOTAL-SECS " sec"
                       DELIMITED BY SIZE INTO RPT-REC
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE RPT-REC
           CLOSE RPT-FILE
           DISPLAY "DRDRILL: " FUNCTION TRIM(RPT-REC)
               " - " FUNCTION TRIM(WS-RPT-FILE-NAME)

           IF CTL-FAILURES > 0
               MOVE SPACES TO WS-ALERT-TEXT
               STRING FUNCTION TRIM(WS-BUNDLE-DIR)
                   " DR drill FAILED - see "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PROCESS-MANIFEST-LINE.
           MOVE SPACES TO MF-TYPE MF-F1 MF-F2 MF-F3 MF-F4 MF-F5 MF-F6
           UNSTRING MANIFEST-REC DELIMITED BY ';'
               INTO MF-TYPE MF-F1 MF-F2 MF-F3 MF-F4 MF-F5 MF-F6
           END-UNSTRING
           EVALUATE MF-TYPE
               WHEN 'BUNDLE'
                   MOVE MF-F1 TO BD-TAKEN-DATE
                   MOVE MF-F2 TO BD-TAKEN-TIME
               WHEN 'JOURNAL'
                   IF FUNCTION TRIM(MF-F1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(MF-F1) TO BD-JRNL-LINES
                   END-IF
                   MOVE MF-F2 TO BD-JRNL-DATE
                   MOVE MF-F3 TO BD-JRNL-TIME
                   MOVE MF-F6 TO BD-JRNL-STATE
               WHEN 'MASTER'
                   IF FUNCTION TRIM(MF-F1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(MF-F1) TO BD-MASTER-COUNT
                       MOVE 'Y' TO BD-MASTER-KNOWN
                   END-IF
               WHEN 'REFSIG'
                   MOVE MF-F3 TO BD-REFSIG-STATE
               WHEN 'MISSING'
                   ADD 1 TO CTL-BUNDLE-MISSING
                   MOVE SPACES TO RPT-REC
                   STRING "  WARN " FUNCTION TRIM(MF-F1)
                       " was not there when the bundle was taken"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN 'FILE'
                   PERFORM VERIFY-BUNDLE-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> 包裡那一份重算檢查碼跟清單比
       VERIFY-BUNDLE-FILE.
           MOVE SPACES TO AS-FILE-NAME
           STRING FUNCTION TRIM(WS-BUNDLE-DIR) '/'
               FUNCTION TRIM(MF-F1)
               DELIMITED BY SIZE INTO AS-FILE-NAME
           CALL 'ARCHSUM' USING AS-AREA
           MOVE SPACES TO RPT-REC
           IF AS-RESULT NOT = '00'
               ADD 1 TO CTL-ABSENT
               STRING "  WARN " FUNCTION TRIM(MF-F1)
                   " is listed but no longer in the bundle"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BD-FILE-SIZE
           IF FUNCTION TRIM(MF-F2) IS NUMERIC
               MOVE FUNCTION NUMVAL(MF-F2) TO BD-FILE-SIZE
           END-IF
           IF AS-SIZE = BD-FILE-SIZE
              AND AS-CHECKSUM = MF-F3(1:20)
               ADD 1 TO CTL-VERIFIED
           ELSE
               ADD 1 TO CTL-CHANGED
               MOVE AS-SIZE TO BD-SIZE-DISP
               STRING "  WARN " FUNCTION TRIM(MF-F1)
                   " changed since bundled: size "
                   FUNCTION TRIM(MF-F2) " -> "
                   FUNCTION TRIM(BD-SIZE-DISP) ", checksum "
                   FUNCTION TRIM(MF-F3) " -> " AS-CHECKSUM
                   " (ERASURE scrub?)"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.

       *> 跑一步：命令自己把結束碼寫進 暫存區/<程式>.rc，讀回來
       RUN-DRILL-STEP.
           ACCEPT ST-START FROM TIME
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           ACCEPT ST-END FROM TIME
           COMPUTE ST-START-SECS = ST-START-HH * 3600
               + ST-START-MM * 60 + ST-START-SS
           COMPUTE ST-END-SECS = ST-END-HH * 3600
               + ST-END-MM * 60 + ST-END-SS
           IF ST-END-SECS < ST-START-SECS
               ADD 86400 TO ST-END-SECS
           END-IF
           COMPUTE ST-ELAPSED = ST-END-SECS - ST-START-SECS
           ADD ST-ELAPSED TO ST-TOTAL-SECS

           MOVE 999 TO ST-RC
           MOVE SPACES TO ST-RC-FILE
           STRING FUNCTION LOWER-CASE(FUNCTION TRIM(ST-NAME)) '.rc'
               DELIMITED BY SIZE INTO ST-RC-FILE
           MOVE SPACES TO WS-WORK-FILE-NAME
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) '/'
               FUNCTION TRIM(ST-RC-FILE)
               DELIMITED BY SIZE INTO WS-WORK-FILE-NAME
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
               READ WORK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(WORK-REC) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WORK-REC) TO ST-RC
                       END-IF
               END-READ
               CLOSE WORK-FILE
           END-IF

           MOVE SPACES TO ST-RC-TEXT
           EVALUATE TRUE
               WHEN ST-RC = 0
                   MOVE 'OK' TO ST-RC-TEXT
               WHEN ST-RC < 8
                   MOVE 'WARN' TO ST-RC-TEXT
                   ADD 1 TO CTL-WARNINGS
               WHEN OTHER
                   MOVE 'FAIL' TO ST-RC-TEXT
                   ADD 1 TO CTL-FAILURES
           END-EVALUATE
           MOVE SPACES TO RPT-REC
           STRING "STEP " ST-NAME " RC " ST-RC "  "
               ST-ELAPSED " sec  " FUNCTION TRIM(ST-RC-TEXT)
               "  (output in " FUNCTION TRIM(WS-SCRATCH-DIR) "/"
               FUNCTION LOWER-CASE(FUNCTION TRIM(ST-NAME)) ".out)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 暫存區 MASTAUDIT 寫的 master_count.txt（1:7 是筆數）
       READ-RECOVERED-COUNT.
           MOVE SPACES TO WS-WORK-FILE-NAME
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) '/master_count.txt'
               DELIMITED BY SIZE INTO WS-WORK-FILE-NAME
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ WORK-FILE
               AT END CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(WORK-REC) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WORK-REC)
                           TO DR-RECOVERED-COUNT
                       MOVE 'Y' TO DR-RECOVERED-KNOWN
                   END-IF
           END-READ
           CLOSE WORK-FILE.

       WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-REC
           STRING "ALERT;DR_DRILL;" FUNCTION TRIM(WS-ALERT-TEXT)
               DELIMITED BY SIZE INTO ALERT-REC
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
