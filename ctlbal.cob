       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLBAL.
      *> 夜間鏈控制總數平衡：讀 control_ledger.txt（CTLLEDGR 登
      *> 的，版面見 ctlledgr.cpy）當晚的記錄，每個交接檔逐對核對
      *> 生產端跟接收端，出平衡表 ctl_balance_YYYYMMDD.txt，每一
      *> 個不平衡都在當天的警示檔補一行（ALERT;CONTROL_BALANCE;…）
      *> - 被悄悄丟掉或讀錯的檔當晚就抓得到。NIGHTCHAIN 在所有
      *> 步驟跑完之後自動排這一步。
      *> 同一支程式同一個檔同一個方向登了好幾次（重跑）以最後
      *> 一次為準。每個檔：
      *>   - 有檔案開不起來（MISSING）                 → 不平衡
      *>   - CTL（程式自己的計數）≠ 實際落地的 OUT/DLV  → 不平衡
      *>   - 每一個 IN ≠ 生產端（今晚的 OUT/DLV；今晚沒有就找
      *>     之前最近一次的，例如昨天交出、今天才讀的增量
      *>     extract；都找不到 = 外來來源檔，只列不核）→ 不平衡
      *>   - 今晚有 OUT 卻沒有任何步驟讀（被丟掉了）    → 不平衡
      *> 筆數一致但雜湊總數不同 = 筆數湊巧一樣、內容不是同一批。
      *>   CTLBAL_DATE      = 要平衡的執行日（預設今天）
      *>   CTL_LEDGER_FILE  = 總帳檔（預設 control_ledger.txt）
      *>   SPILT_ALERT_FILE = 警示檔（預設 alerts_YYYYMMDD.txt）
      *> 回傳碼：0 = 全部平衡   4 = 有不平衡（或當晚總帳上一筆
      *>   都沒有）   12 = 總帳檔讀不到

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC      PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-LEDGER-FILE-NAME  PIC X(100).
       01 WS-LEDGER-STATUS     PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-ALERT-FILE-NAME   PIC X(100).
       01 WS-ALERT-STATUS      PIC XX.
       01 EOF-FLAG             PIC X VALUE 'N'.

       *> 總帳一行拆欄位
       01 LX-DATE              PIC X(8).
       01 LX-PROG              PIC X(20).
       01 LX-FILE              PIC X(100).
       01 LX-DIR               PIC X(3).
       01 LX-COUNT             PIC X(12).
       01 LX-HASH              PIC X(18).
       01 LX-TIME              PIC X(6).
       01 LX-STATE             PIC X(10).
       01 LX-COUNT-N           PIC 9(9).
       01 LX-HASH-N            PIC 9(15).

       *> 當晚的記錄（程式+檔+方向 一筆，重跑蓋掉）
       01 TE-TABLE.
           05 TE-ENTRY OCCURS 500 TIMES.
               10 TE-PROG          PIC X(20).
               10 TE-FILE          PIC X(100).
               10 TE-DIR           PIC X(3).
               10 TE-COUNT         PIC 9(9).
               10 TE-HASH          PIC 9(15).
               10 TE-STATE         PIC X(10).
               10 TE-DONE          PIC X.
       01 TE-COUNT-USED        PIC 9(3) VALUE 0.
       01 TE-IDX               PIC 9(3).
       01 TE-IDX2              PIC 9(3).
       01 TE-FOUND             PIC 9(3).
       01 TE-FULL-SW           PIC X VALUE 'N'.

       *> 之前各天最近一次的生產端（OUT/DLV），給今晚才讀的檔
       01 PE-TABLE.
           05 PE-ENTRY OCCURS 1000 TIMES.
               10 PE-FILE          PIC X(100).
               10 PE-DATE          PIC X(8).
               10 PE-PROG          PIC X(20).
               10 PE-COUNT         PIC 9(9).
               10 PE-HASH          PIC 9(15).
       01 PE-COUNT-USED        PIC 9(4) VALUE 0.
       01 PE-IDX               PIC 9(4).
       01 PE-FOUND             PIC 9(4).
       01 PE-FULL-SW           PIC X VALUE 'N'.

       *> 一個檔的平衡工作欄位
       01 BF-FILE              PIC X(100).
       01 BF-P-HAS             PIC X.
       01 BF-P-OUT             PIC X.
       01 BF-P-COUNT           PIC 9(9).
       01 BF-P-HASH            PIC 9(15).
       01 BF-P-PROG            PIC X(20).
       01 BF-P-FROM            PIC X(8).
       01 BF-C-HAS             PIC X.
       01 BF-C-COUNT           PIC 9(9).
       01 BF-C-HASH            PIC 9(15).
       01 BF-C-PROG            PIC X(20).
       01 BF-IN-COUNT          PIC 9(3).
       01 BF-BREAK             PIC X.
       01 WS-PROBLEM           PIC X(120).
       01 WS-COUNT-DISP        PIC Z(8)9.
       01 WS-COUNT-DISP2       PIC Z(8)9.

       01 CTL-FILES            PIC 9(5) VALUE 0.
       01 CTL-BALANCED         PIC 9(5) VALUE 0.
       01 CTL-BREAKS           PIC 9(5) VALUE 0.
       01 CTL-SOURCES          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CTLBAL_DATE'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) = 8
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-RUN-DATE
           END-IF
           MOVE 'control_ledger.txt' TO WS-LEDGER-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CTL_LEDGER_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LEDGER-FILE-NAME
           END-IF
           MOVE SPACES TO WS-RPT-FILE-NAME WS-ALERT-FILE-NAME
           STRING 'ctl_balance_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           STRING 'alerts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ALERT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_ALERT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ALERT-FILE-NAME
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "CTLBAL: cannot open control ledger "
                   FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                   " (status " WS-LEDGER-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LEDGER-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(LEDGER-REC) NOT = SPACES
                          AND LEDGER-REC(1:1) NOT = '*'
                           PERFORM LOAD-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Control-total balancing sheet - run " WS-RUN-DATE
               "  (ledger " FUNCTION TRIM(WS-LEDGER-FILE-NAME) ")"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           IF TE-COUNT-USED = 0
               MOVE SPACES TO BF-FILE
               MOVE SPACES TO WS-PROBLEM
               STRING "no control-ledger entries for this run - no "
                   "chain program reported its files"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-BREAK
           END-IF

           *> 逐檔：第一次碰到的檔名把同檔的記錄全部收齊平衡
           PERFORM VARYING TE-IDX FROM 1 BY 1
                   UNTIL TE-IDX > TE-COUNT-USED
               IF TE-DONE(TE-IDX) = 'N'
                   MOVE TE-FILE(TE-IDX) TO BF-FILE
                   PERFORM BALANCE-ONE-FILE
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-FILES " file(s) on the ledger, "
               CTL-BALANCED " balanced, " CTL-BREAKS " break(s), "
               CTL-SOURCES " external source read(s) not balanced"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE RPT-FILE

           DISPLAY "CTLBAL: " CTL-FILES " file(s), " CTL-BALANCED
               " balanced, " CTL-BREAKS " break(s) - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-BREAKS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 當晚的進 TE 表（同程式同檔同方向蓋掉前一次），之前各天
       *> 的 OUT/DLV 進 PE 表（同檔留最近一次）
       LOAD-LEDGER-LINE.
           MOVE SPACES TO LX-DATE LX-PROG LX-FILE LX-DIR LX-COUNT
               LX-HASH LX-TIME LX-STATE
           UNSTRING LEDGER-REC DELIMITED BY ';'
               INTO LX-DATE LX-PROG LX-FILE LX-DIR LX-COUNT LX-HASH
                    LX-TIME LX-STATE
           END-UNSTRING
           IF LX-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LX-COUNT-N LX-HASH-N
           IF LX-COUNT(1:9) IS NUMERIC
               MOVE LX-COUNT(1:9) TO LX-COUNT-N
           END-IF
           IF LX-HASH(1:15) IS NUMERIC
               MOVE LX-HASH(1:15) TO LX-HASH-N
           END-IF

           IF LX-DATE = WS-RUN-DATE
               MOVE 0 TO TE-FOUND
               PERFORM VARYING TE-IDX FROM 1 BY 1
                       UNTIL TE-IDX > TE-COUNT-USED OR TE-FOUND > 0
                   IF TE-PROG(TE-IDX) = LX-PROG
                      AND TE-FILE(TE-IDX) = LX-FILE
                      AND TE-DIR(TE-IDX) = LX-DIR
                       MOVE TE-IDX TO TE-FOUND
                   END-IF
               END-PERFORM
               IF TE-FOUND = 0
                   IF TE-COUNT-USED >= 500
                       IF TE-FULL-SW = 'N'
                           DISPLAY "CTLBAL: more than 500 ledger "
                               "entries for one run - balancing is "
                               "partial"
                           MOVE 'Y' TO TE-FULL-SW
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO TE-COUNT-USED
                   MOVE TE-COUNT-USED TO TE-FOUND
               END-IF
               MOVE LX-PROG TO TE-PROG(TE-FOUND)
               MOVE LX-FILE TO TE-FILE(TE-FOUND)
               MOVE LX-DIR TO TE-DIR(TE-FOUND)
               MOVE LX-COUNT-N TO TE-COUNT(TE-FOUND)
               MOVE LX-HASH-N TO TE-HASH(TE-FOUND)
               MOVE LX-STATE TO TE-STATE(TE-FOUND)
               MOVE 'N' TO TE-DONE(TE-FOUND)
               EXIT PARAGRAPH
           END-IF

           IF LX-DATE < WS-RUN-DATE
              AND (LX-DIR = 'OUT' OR LX-DIR = 'DLV')
              AND LX-STATE NOT = 'MISSING'
               MOVE 0 TO PE-FOUND
               PERFORM VARYING PE-IDX FROM 1 BY 1
                       UNTIL PE-IDX > PE-COUNT-USED OR PE-FOUND > 0
                   IF PE-FILE(PE-IDX) = LX-FILE
                       MOVE PE-IDX TO PE-FOUND
                   END-IF
               END-PERFORM
               IF PE-FOUND = 0
                   IF PE-COUNT-USED >= 1000
                       IF PE-FULL-SW = 'N'
                           DISPLAY "CTLBAL: more than 1000 earlier "
                               "producer files - oldest not kept"
                           MOVE 'Y' TO PE-FULL-SW
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO PE-COUNT-USED
                   MOVE PE-COUNT-USED TO PE-FOUND
                   MOVE LX-FILE TO PE-FILE(PE-FOUND)
                   MOVE '00000000' TO PE-DATE(PE-FOUND)
               END-IF
               IF PE-DATE(PE-FOUND) NOT > LX-DATE
                   MOVE LX-DATE TO PE-DATE(PE-FOUND)
                   MOVE LX-PROG TO PE-PROG(PE-FOUND)
                   MOVE LX-COUNT-N TO PE-COUNT(PE-FOUND)
                   MOVE LX-HASH-N TO PE-HASH(PE-FOUND)
               END-IF
           END-IF.

       *> 一個交接檔：先把同檔的記錄列出來、加總生產端與控制
       *> 數，再逐項核對
       BALANCE-ONE-FILE.
           ADD 1 TO CTL-FILES
           MOVE 'N' TO BF-P-HAS BF-P-OUT BF-C-HAS BF-BREAK
           MOVE 0 TO BF-P-COUNT BF-P-HASH BF-C-COUNT BF-C-HASH
               BF-IN-COUNT
           MOVE SPACES TO BF-P-PROG BF-C-PROG BF-P-FROM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "FILE " FUNCTION TRIM(BF-FILE)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           PERFORM VARYING TE-IDX2 FROM 1 BY 1
                   UNTIL TE-IDX2 > TE-COUNT-USED
               IF TE-FILE(TE-IDX2) = BF-FILE
                   MOVE 'Y' TO TE-DONE(TE-IDX2)
                   MOVE TE-COUNT(TE-IDX2) TO WS-COUNT-DISP
                   MOVE SPACES TO RPT-REC
                   STRING "  " TE-DIR(TE-IDX2) " " TE-PROG(TE-IDX2)
                       " rows " WS-COUNT-DISP
                       "  hash " TE-HASH(TE-IDX2) "  "
                       FUNCTION TRIM(TE-STATE(TE-IDX2))
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
                   EVALUATE TE-DIR(TE-IDX2)
                       WHEN 'OUT'
                       WHEN 'DLV'
                           IF TE-DIR(TE-IDX2) = 'OUT'
                               MOVE 'Y' TO BF-P-OUT
                           END-IF
                           MOVE 'Y' TO BF-P-HAS
                           MOVE TE-PROG(TE-IDX2) TO BF-P-PROG
                           ADD TE-COUNT(TE-IDX2) TO BF-P-COUNT
                           COMPUTE BF-P-HASH = FUNCTION MOD(
                               BF-P-HASH + TE-HASH(TE-IDX2),
                               1000000000000000)
                       WHEN 'CTL'
                           MOVE 'Y' TO BF-C-HAS
                           MOVE TE-PROG(TE-IDX2) TO BF-C-PROG
                           ADD TE-COUNT(TE-IDX2) TO BF-C-COUNT
                           COMPUTE BF-C-HASH = FUNCTION MOD(
                               BF-C-HASH + TE-HASH(TE-IDX2),
                               1000000000000000)
                       WHEN 'IN'
                           ADD 1 TO BF-IN-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM

           *> 檔案開不起來
           PERFORM VARYING TE-IDX2 FROM 1 BY 1
                   UNTIL TE-IDX2 > TE-COUNT-USED
               IF TE-FILE(TE-IDX2) = BF-FILE
                  AND TE-STATE(TE-IDX2) = 'MISSING'
                   MOVE SPACES TO WS-PROBLEM
                   STRING "file not found when "
                       FUNCTION TRIM(TE-PROG(TE-IDX2)) " went to "
                       "count it (" FUNCTION TRIM(TE-DIR(TE-IDX2)) ")"
                       DELIMITED BY SIZE INTO WS-PROBLEM
                   PERFORM REPORT-BREAK
               END-IF
           END-PERFORM

           *> 程式自己的計數對實際落地
           IF BF-C-HAS = 'Y'
               IF BF-P-HAS = 'N'
                   MOVE SPACES TO WS-PROBLEM
                   STRING FUNCTION TRIM(BF-C-PROG) " reported a "
                       "control count but the written file was never "
                       "counted"
                       DELIMITED BY SIZE INTO WS-PROBLEM
                   PERFORM REPORT-BREAK
               ELSE
                   IF BF-C-COUNT NOT = BF-P-COUNT
                       MOVE BF-C-COUNT TO WS-COUNT-DISP
                       MOVE BF-P-COUNT TO WS-COUNT-DISP2
                       MOVE SPACES TO WS-PROBLEM
                       STRING FUNCTION TRIM(BF-C-PROG) " counted "
                           FUNCTION TRIM(WS-COUNT-DISP)
                           " but the file holds "
                           FUNCTION TRIM(WS-COUNT-DISP2) " rows"
                           DELIMITED BY SIZE INTO WS-PROBLEM
                       PERFORM REPORT-BREAK
                   ELSE
                       IF BF-C-HASH NOT = 0
                          AND BF-C-HASH NOT = BF-P-HASH
                           MOVE SPACES TO WS-PROBLEM
                           STRING FUNCTION TRIM(BF-C-PROG)
                               " control hash total differs from "
                               "the file's - same count, different "
                               "keys"
                               DELIMITED BY SIZE INTO WS-PROBLEM
                           PERFORM REPORT-BREAK
                       END-IF
                   END-IF
               END-IF
           END-IF

           *> 今晚的生產端沒有，就找之前最近一次交出的
           IF BF-P-HAS = 'N' AND BF-IN-COUNT > 0
               MOVE 0 TO PE-FOUND
               PERFORM VARYING PE-IDX FROM 1 BY 1
                       UNTIL PE-IDX > PE-COUNT-USED OR PE-FOUND > 0
                   IF PE-FILE(PE-IDX) = BF-FILE
                       MOVE PE-IDX TO PE-FOUND
                   END-IF
               END-PERFORM
               IF PE-FOUND > 0
                   MOVE 'Y' TO BF-P-HAS
                   MOVE PE-PROG(PE-FOUND) TO BF-P-PROG
                   MOVE PE-DATE(PE-FOUND) TO BF-P-FROM
                   MOVE PE-COUNT(PE-FOUND) TO BF-P-COUNT
                   MOVE PE-HASH(PE-FOUND) TO BF-P-HASH
                   MOVE SPACES TO RPT-REC
                   STRING "  (produced by "
                       FUNCTION TRIM(BF-P-PROG) " on " BF-P-FROM ")"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-IF

           *> 每一個接收端對生產端
           PERFORM VARYING TE-IDX2 FROM 1 BY 1
                   UNTIL TE-IDX2 > TE-COUNT-USED
               IF TE-FILE(TE-IDX2) = BF-FILE
                  AND TE-DIR(TE-IDX2) = 'IN'
                  AND TE-STATE(TE-IDX2) NOT = 'MISSING'
                   PERFORM CHECK-ONE-CONSUMER
               END-IF
           END-PERFORM

           *> 今晚交出去卻沒有任何一步讀
           IF BF-P-OUT = 'Y' AND BF-IN-COUNT = 0
               MOVE SPACES TO WS-PROBLEM
               STRING "written by " FUNCTION TRIM(BF-P-PROG)
                   " but no step read it tonight"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-BREAK
           END-IF

           IF BF-BREAK = 'N'
               IF BF-P-HAS = 'N' AND BF-IN-COUNT > 0
                   ADD 1 TO CTL-SOURCES
                   MOVE SPACES TO RPT-REC
                   STRING "  SOURCE - no producer on the ledger, not "
                       "balanced" DELIMITED BY SIZE INTO RPT-REC
               ELSE
                   ADD 1 TO CTL-BALANCED
                   MOVE "  BALANCED" TO RPT-REC
               END-IF
               WRITE RPT-REC
           END-IF.

       CHECK-ONE-CONSUMER.
           IF BF-P-HAS = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TE-COUNT(TE-IDX2) NOT = BF-P-COUNT
               MOVE TE-COUNT(TE-IDX2) TO WS-COUNT-DISP
               MOVE BF-P-COUNT TO WS-COUNT-DISP2
               MOVE SPACES TO WS-PROBLEM
               STRING FUNCTION TRIM(TE-PROG(TE-IDX2)) " read "
                   FUNCTION TRIM(WS-COUNT-DISP) " rows, "
                   FUNCTION TRIM(BF-P-PROG) " wrote "
                   FUNCTION TRIM(WS-COUNT-DISP2)
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-BREAK
               EXIT PARAGRAPH
           END-IF
           IF TE-HASH(TE-IDX2) NOT = BF-P-HASH
               MOVE SPACES TO WS-PROBLEM
               STRING FUNCTION TRIM(TE-PROG(TE-IDX2)) " read the "
                   "same number of rows " FUNCTION TRIM(BF-P-PROG)
                   " wrote but the key hash total differs"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-BREAK
           END-IF.

       *> 平衡表記一行 BREAK、警示檔補一行
       REPORT-BREAK.
           ADD 1 TO CTL-BREAKS
           MOVE 'Y' TO BF-BREAK
           MOVE SPACES TO RPT-REC
           STRING "  BREAK: " FUNCTION TRIM(WS-PROBLEM)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-REC
           IF BF-FILE = SPACES
               STRING "ALERT;CONTROL_BALANCE;" WS-RUN-DATE " - "
                   FUNCTION TRIM(WS-PROBLEM)
                   DELIMITED BY SIZE INTO ALERT-REC
           ELSE
               STRING "ALERT;CONTROL_BALANCE;"
                   FUNCTION TRIM(BF-FILE) " - "
                   FUNCTION TRIM(WS-PROBLEM)
                   DELIMITED BY SIZE INTO ALERT-REC
           END-IF
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
