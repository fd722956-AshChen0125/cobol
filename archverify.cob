       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHVERIFY.
      *> 封存檔完整性定期驗證：ARCHIVER 搬檔時在 archive_index.txt
      *> 的 ARCHIVED 行記下封存那一份的位元組數與檢查碼，這支把
      *> 索引上每一份封存檔重讀一遍（ARCHSUM）跟索引比對，不必等到
      *> 稽核調閱才發現檔案不見或壞了。報出：
      *>   MISSING     索引上有、封存目錄裡沒有
      *>   CORRUPTED   位元組數或檢查碼跟索引不一樣（或讀不完）
      *>   UNINDEXED   封存目錄裡有、索引上沒有的檔案
      *>   NO-CHECKSUM 記檢查碼以前封存的舊檔，只驗在不在
      *> 同一個封存路徑封存過好幾次的以最後一行為準。封存目錄取
      *> retention_rules.txt 的第四欄加上索引裡出現過的目錄。
      *> MISSING / CORRUPTED 逐筆發告警到 alerts_YYYYMMDD.txt
      *> （ALERT;ARCHIVE_INTEGRITY;…）。
      *> ARCHVERIFY_BASELINE=Y 時，NO-CHECKSUM 的舊檔現在算一份
      *> 檢查碼，在索引追加一行 CHECKSUM（之後照樣比對）。
      *>   ARCHIVER_RULES_FILE = 保存規則檔（預設 retention_rules.txt）
      *>   SPILT_ALERT_FILE    = 告警檔（預設 alerts_YYYYMMDD.txt）
      *> 結果寫 archive_verify_YYYYMMDD.txt。可以排進夜間鏈：
      *>   0 = 全部完好    4 = 有 UNINDEXED 或 NO-CHECKSUM
      *>   8 = 有 MISSING 或 CORRUPTED
      *>   12 = 索引打不開或表格容量不足，驗證沒有做完

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT INDEX-FILE ASSIGN TO 'archive_index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT SCAN-FILE ASSIGN TO 'archverify_scan.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-REC       PIC X(150).
       FD  INDEX-FILE.
       01  INDEX-REC       PIC X(360).
       FD  SCAN-FILE.
       01  SCAN-REC        PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(400).
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-RULES-FILE-NAME   PIC X(100).
       01 WS-RULES-STATUS      PIC XX.
       01 WS-INDEX-STATUS      PIC XX.
       01 WS-SCAN-STATUS       PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-ALERT-FILE-NAME   PIC X(100).
       01 WS-ALERT-STATUS      PIC XX.
       01 WS-BASELINE-SW       PIC X VALUE 'N'.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WS-COMMAND           PIC X(400).
       01 WS-PROBLEM-CODE      PIC X(10).
       01 WS-PROBLEM           PIC X(150).
       01 WS-SIZE-DISP         PIC Z(14)9.
       01 WS-SIZE-DISP2        PIC Z(14)9.

       *> 索引一行拆開（鏈結尾碼先去掉）
       01 IX-LINE              PIC X(360).
       01 IX-DATE              PIC X(8).
       01 IX-ACTION            PIC X(10).
       01 IX-FILE              PIC X(150).
       01 IX-DEST              PIC X(200).
       01 IX-SIZE-X            PIC X(20).
       01 IX-SUM-X             PIC X(30).
       01 IX-SEQ               PIC 9(7) VALUE 0.

       *> 封存目錄（規則檔第四欄 + 索引裡出現過的目錄）
       01 DIR-TABLE.
           05 DIR-NAME OCCURS 100 TIMES PIC X(100).
       01 DIR-COUNT            PIC 9(3) VALUE 0.
       01 DIR-IDX              PIC 9(3).
       01 DIR-FOUND            PIC X.
       01 DIR-WORK             PIC X(200).
       01 DIR-LEN              PIC 9(3).
       01 DIR-SLASH            PIC 9(3).
       01 WS-PREV-CHAR         PIC X.
       01 RX-PREFIX            PIC X(40).
       01 RX-ONLINE            PIC X(8).
       01 RX-ARCH              PIC X(8).
       01 RX-DIR               PIC X(100).

       *> 索引上的封存檔（載入後依路徑 + 行序排序，同一路徑只留
       *> 最後一行，SEARCH ALL 找未入索引的檔案）
       01 AF-COUNT             PIC 9(5) VALUE 1.
       01 AF-TABLE.
           05 AF-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON AF-COUNT
                   ASCENDING KEY IS AF-DEST
                   INDEXED BY AF-IX.
               10 AF-DEST          PIC X(200).
               10 AF-SEQ           PIC 9(7).
               10 AF-FILE          PIC X(150).
               10 AF-DATE          PIC X(8).
               10 AF-SIZE          PIC 9(15).
               10 AF-SUM           PIC X(20).
               10 AF-HAS-SUM       PIC X.
       01 AF-LOADED            PIC 9(5) VALUE 0.
       01 AF-IDX               PIC 9(5).
       01 AF-KEEP              PIC 9(5).
       01 AF-LOOKUP            PIC X(200).
       01 AF-FOUND             PIC X.

       01 CTL-CHECKED          PIC 9(7) VALUE 0.
       01 CTL-GOOD             PIC 9(7) VALUE 0.
       01 CTL-MISSING          PIC 9(7) VALUE 0.
       01 CTL-CORRUPTED        PIC 9(7) VALUE 0.
       01 CTL-UNINDEXED        PIC 9(7) VALUE 0.
       01 CTL-NO-CHECKSUM      PIC 9(7) VALUE 0.
       01 CTL-BASELINED        PIC 9(7) VALUE 0.

       COPY "logchain.cpy".
       COPY "archsum.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'retention_rules.txt' TO WS-RULES-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ARCHIVER_RULES_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RULES-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ALERT-FILE-NAME
           STRING 'alerts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ALERT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_ALERT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ALERT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ARCHVERIFY_BASELINE'
           IF FUNCTION UPPER-CASE(WS-ENV-VALUE(1:1)) = 'Y'
               MOVE 'Y' TO WS-BASELINE-SW
           END-IF
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'archive_verify_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-RULE-DIRECTORIES
           PERFORM LOAD-ARCHIVE-INDEX
           IF AF-LOADED > 0
               MOVE AF-LOADED TO AF-COUNT
               SORT AF-ENTRY ASCENDING KEY AF-DEST AF-SEQ
               PERFORM KEEP-LAST-PER-DEST
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Archive integrity verification " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC

           IF AF-LOADED > 0
               PERFORM VARYING AF-IDX FROM 1 BY 1
                       UNTIL AF-IDX > AF-COUNT
                   PERFORM VERIFY-ONE-FILE
               END-PERFORM
           END-IF
           PERFORM VARYING DIR-IDX FROM 1 BY 1
                   UNTIL DIR-IDX > DIR-COUNT
               PERFORM SCAN-ONE-DIRECTORY
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-CHECKED " indexed file(s) checked, "
               CTL-GOOD " good, " CTL-MISSING " missing, "
               CTL-CORRUPTED " corrupted, " CTL-NO-CHECKSUM
               " without checksum (" CTL-BASELINED " baselined), "
               CTL-UNINDEXED " unindexed"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE RPT-FILE

           DISPLAY "ARCHVERIFY: " CTL-CHECKED " checked, "
               CTL-MISSING " missing, " CTL-CORRUPTED " corrupted, "
               CTL-UNINDEXED " unindexed, " CTL-NO-CHECKSUM
               " without checksum - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-MISSING > 0 OR CTL-CORRUPTED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTL-UNINDEXED > 0 OR CTL-NO-CHECKSUM > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       *> 保存規則第四欄的封存目錄（空白 = archive，跟 ARCHIVER 同）
       LOAD-RULE-DIRECTORIES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RULES-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(RULES-REC) NOT = SPACES
                          AND RULES-REC(1:1) NOT = '*'
                           MOVE SPACES TO RX-PREFIX RX-ONLINE RX-ARCH
                               RX-DIR
                           UNSTRING RULES-REC DELIMITED BY ';'
                               INTO RX-PREFIX RX-ONLINE RX-ARCH RX-DIR
                           END-UNSTRING
                           IF FUNCTION TRIM(RX-DIR) = SPACES
                               MOVE 'archive' TO RX-DIR
                           END-IF
                           MOVE SPACES TO DIR-WORK
                           MOVE FUNCTION TRIM(RX-DIR) TO DIR-WORK
                           PERFORM ADD-DIRECTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULES-FILE.

       *> DIR-WORK 去掉尾端斜線後加進目錄表（重複的不加）
       ADD-DIRECTORY.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DIR-WORK)) TO DIR-LEN
           PERFORM UNTIL DIR-LEN <= 1
                   OR DIR-WORK(DIR-LEN:1) NOT = '/'
               MOVE SPACE TO DIR-WORK(DIR-LEN:1)
               SUBTRACT 1 FROM DIR-LEN
           END-PERFORM
           IF FUNCTION TRIM(DIR-WORK) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO DIR-FOUND
           PERFORM VARYING DIR-IDX FROM 1 BY 1
                   UNTIL DIR-IDX > DIR-COUNT OR DIR-FOUND = 'Y'
               IF DIR-NAME(DIR-IDX) = DIR-WORK
                   MOVE 'Y' TO DIR-FOUND
               END-IF
           END-PERFORM
           IF DIR-FOUND = 'N' AND DIR-COUNT < 100
               ADD 1 TO DIR-COUNT
               MOVE DIR-WORK TO DIR-NAME(DIR-COUNT)
           END-IF.

       *> 索引裡的 ARCHIVED 與 CHECKSUM 行
       LOAD-ARCHIVE-INDEX.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY "ARCHVERIFY: cannot open archive_index.txt "
                   "(status " WS-INDEX-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEX-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO IX-SEQ
                       PERFORM TAKE-INDEX-LINE
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       TAKE-INDEX-LINE.
           *> 行尾的 LOGCHAIN 鏈結尾碼不是欄位，先切掉
           MOVE INDEX-REC TO IX-LINE
           MOVE 'V' TO LC-FUNCTION
           MOVE 'archive_index.txt' TO LC-LOG-NAME
           MOVE INDEX-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           IF LC-CHAINED = 'Y' AND LC-CONTENT-LEN < 360
               MOVE SPACES TO IX-LINE(LC-CONTENT-LEN + 1:)
           END-IF
           MOVE SPACES TO IX-DATE IX-ACTION IX-FILE IX-DEST
               IX-SIZE-X IX-SUM-X
           UNSTRING IX-LINE DELIMITED BY ';'
               INTO IX-DATE IX-ACTION IX-FILE IX-DEST IX-SIZE-X
                    IX-SUM-X
           END-UNSTRING
           IF (IX-ACTION NOT = 'ARCHIVED'
               AND IX-ACTION NOT = 'CHECKSUM')
              OR FUNCTION TRIM(IX-DEST) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AF-LOADED >= 20000
               DISPLAY "ARCHVERIFY: more than 20000 archived files in "
                   "the index - run stopped, nothing verified"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO AF-LOADED
           MOVE AF-LOADED TO AF-COUNT
           PERFORM SQUEEZE-DEST-PATH
           MOVE DIR-WORK TO AF-DEST(AF-LOADED)
           MOVE IX-SEQ TO AF-SEQ(AF-LOADED)
           MOVE FUNCTION TRIM(IX-FILE) TO AF-FILE(AF-LOADED)
           MOVE IX-DATE TO AF-DATE(AF-LOADED)
           MOVE 0 TO AF-SIZE(AF-LOADED)
           MOVE SPACES TO AF-SUM(AF-LOADED)
           MOVE 'N' TO AF-HAS-SUM(AF-LOADED)
           IF FUNCTION TRIM(IX-SIZE-X) IS NUMERIC
              AND FUNCTION TRIM(IX-SIZE-X) NOT = SPACES
              AND FUNCTION TRIM(IX-SUM-X) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(IX-SUM-X)) = 20
               MOVE FUNCTION NUMVAL(IX-SIZE-X) TO AF-SIZE(AF-LOADED)
               MOVE FUNCTION TRIM(IX-SUM-X) TO AF-SUM(AF-LOADED)
               MOVE 'Y' TO AF-HAS-SUM(AF-LOADED)
           END-IF

           *> 封存路徑的目錄部分也要掃（規則改過目錄的舊封存檔）
           MOVE 0 TO DIR-SLASH
           PERFORM VARYING DIR-LEN FROM 1 BY 1
                   UNTIL DIR-LEN > 200
               IF AF-DEST(AF-LOADED)(DIR-LEN:1) = '/'
                   MOVE DIR-LEN TO DIR-SLASH
               END-IF
           END-PERFORM
           IF DIR-SLASH > 1
               MOVE SPACES TO DIR-WORK
               MOVE AF-DEST(AF-LOADED)(1:DIR-SLASH - 1) TO DIR-WORK
               PERFORM ADD-DIRECTORY
           END-IF.

       *> 規則檔目錄帶尾端斜線時 ARCHIVER 記的是 arch//檔名，
       *> 連續斜線併成一個，跟目錄掃出來的路徑比得上
       SQUEEZE-DEST-PATH.
           MOVE SPACES TO DIR-WORK
           MOVE 0 TO DIR-SLASH
           MOVE SPACE TO WS-PREV-CHAR
           PERFORM VARYING DIR-LEN FROM 1 BY 1
                   UNTIL DIR-LEN > 200
               IF IX-DEST(DIR-LEN:1) NOT = '/'
                  OR WS-PREV-CHAR NOT = '/'
                   ADD 1 TO DIR-SLASH
                   MOVE IX-DEST(DIR-LEN:1) TO DIR-WORK(DIR-SLASH:1)
               END-IF
               MOVE IX-DEST(DIR-LEN:1) TO WS-PREV-CHAR
           END-PERFORM.

       *> 排序後同一路徑連續排在一起、行序遞增：只留最後一行
       KEEP-LAST-PER-DEST.
           MOVE 0 TO AF-KEEP
           PERFORM VARYING AF-IDX FROM 1 BY 1
                   UNTIL AF-IDX > AF-LOADED
               MOVE 'Y' TO AF-FOUND
               IF AF-IDX < AF-LOADED
                   IF AF-DEST(AF-IDX) = AF-DEST(AF-IDX + 1)
                       MOVE 'N' TO AF-FOUND
                   END-IF
               END-IF
               IF AF-FOUND = 'Y'
                   ADD 1 TO AF-KEEP
                   IF AF-KEEP NOT = AF-IDX
                       MOVE AF-ENTRY(AF-IDX) TO AF-ENTRY(AF-KEEP)
                   END-IF
               END-IF
           END-PERFORM
           MOVE AF-KEEP TO AF-COUNT.

       VERIFY-ONE-FILE.
           ADD 1 TO CTL-CHECKED
           MOVE AF-DEST(AF-IDX) TO AS-FILE-NAME
           CALL 'ARCHSUM' USING AS-AREA
           IF AS-RESULT = '35'
               ADD 1 TO CTL-MISSING
               MOVE 'MISSING' TO WS-PROBLEM-CODE
               MOVE SPACES TO WS-PROBLEM
               STRING "archived " AF-DATE(AF-IDX) " from "
                   FUNCTION TRIM(AF-FILE(AF-IDX))
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-ARCHIVE-PROBLEM
               EXIT PARAGRAPH
           END-IF
           IF AS-RESULT NOT = '00'
               ADD 1 TO CTL-CORRUPTED
               MOVE 'CORRUPTED' TO WS-PROBLEM-CODE
               MOVE SPACES TO WS-PROBLEM
               STRING "file cannot be read to the end"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-ARCHIVE-PROBLEM
               EXIT PARAGRAPH
           END-IF
           IF AF-HAS-SUM(AF-IDX) = 'N'
               ADD 1 TO CTL-NO-CHECKSUM
               MOVE SPACES TO RPT-REC
               STRING "NO-CHECKSUM;" FUNCTION TRIM(AF-DEST(AF-IDX))
                   ";archived " AF-DATE(AF-IDX)
                   " before checksums were recorded"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               IF WS-BASELINE-SW = 'Y'
                   PERFORM WRITE-BASELINE-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AS-SIZE NOT = AF-SIZE(AF-IDX)
              OR AS-CHECKSUM NOT = AF-SUM(AF-IDX)
               ADD 1 TO CTL-CORRUPTED
               MOVE AF-SIZE(AF-IDX) TO WS-SIZE-DISP
               MOVE AS-SIZE TO WS-SIZE-DISP2
               MOVE 'CORRUPTED' TO WS-PROBLEM-CODE
               MOVE SPACES TO WS-PROBLEM
               STRING "index " FUNCTION TRIM(WS-SIZE-DISP)
                   " bytes/" AF-SUM(AF-IDX) ", now "
                   FUNCTION TRIM(WS-SIZE-DISP2) " bytes/" AS-CHECKSUM
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-ARCHIVE-PROBLEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-GOOD.

       *> 報表一行 + 告警一行
       REPORT-ARCHIVE-PROBLEM.
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(WS-PROBLEM-CODE) ";"
               FUNCTION TRIM(AF-DEST(AF-IDX)) ";"
               FUNCTION TRIM(WS-PROBLEM)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-REC
           STRING "ALERT;ARCHIVE_INTEGRITY;"
               FUNCTION TRIM(AF-DEST(AF-IDX)) " "
               FUNCTION TRIM(WS-PROBLEM-CODE) " - "
               FUNCTION TRIM(WS-PROBLEM)
               DELIMITED BY SIZE INTO ALERT-REC
           WRITE ALERT-REC
           CLOSE ALERT-FILE.

       *> 舊檔補記檢查碼：索引追加 CHECKSUM 行（版面同 ARCHIVED）
       WRITE-BASELINE-LINE.
           OPEN EXTEND INDEX-FILE
           IF WS-INDEX-STATUS NOT = '00'
               OPEN OUTPUT INDEX-FILE
           END-IF
           MOVE AS-SIZE TO WS-SIZE-DISP
           MOVE SPACES TO INDEX-REC
           STRING WS-RUN-DATE ";CHECKSUM;"
               FUNCTION TRIM(AF-FILE(AF-IDX)) ";"
               FUNCTION TRIM(AF-DEST(AF-IDX)) ";"
               FUNCTION TRIM(WS-SIZE-DISP) ";" AS-CHECKSUM
               DELIMITED BY SIZE INTO INDEX-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'archive_index.txt' TO LC-LOG-NAME
           MOVE INDEX-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO INDEX-REC
           WRITE INDEX-REC
           CLOSE INDEX-FILE
           ADD 1 TO CTL-BASELINED.

       *> 封存目錄裡的檔案逐一查索引；子目錄不算
       SCAN-ONE-DIRECTORY.
           MOVE SPACES TO WS-COMMAND
           STRING "ls -1p " FUNCTION TRIM(DIR-NAME(DIR-IDX))
               " > archverify_scan.txt 2>/dev/null"
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SCAN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(SCAN-REC) NOT = SPACES
                           PERFORM CHECK-SCANNED-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE.

       CHECK-SCANNED-FILE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCAN-REC)) TO DIR-LEN
           IF SCAN-REC(DIR-LEN:1) = '/'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AF-LOOKUP
           STRING FUNCTION TRIM(DIR-NAME(DIR-IDX)) "/"
               FUNCTION TRIM(SCAN-REC)
               DELIMITED BY SIZE INTO AF-LOOKUP
           MOVE 'N' TO AF-FOUND
           IF AF-LOADED > 0
               SEARCH ALL AF-ENTRY
                   AT END CONTINUE
                   WHEN AF-DEST(AF-IX) = AF-LOOKUP
                       MOVE 'Y' TO AF-FOUND
               END-SEARCH
           END-IF
           IF AF-FOUND = 'N'
               ADD 1 TO CTL-UNINDEXED
               MOVE SPACES TO RPT-REC
               STRING "UNINDEXED;" FUNCTION TRIM(AF-LOOKUP)
                   ";in the archive directory but not in "
                   "archive_index.txt"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.
