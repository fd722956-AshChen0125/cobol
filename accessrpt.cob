       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSRPT.
      *> 每週存取報表：讀 OPERAUTH 寫的安全日誌 security_log.txt，
      *> 把最近一週被作業員授權表擋下來的嘗試彙總給資安 / 主管
      *> 看 - 誰被擋、擋在哪支程式哪個功能、為什麼擋，同一個作業
      *> 員一週被擋 ACCESSRPT_REPEAT 次以上另外標出來，後面附逐筆
      *> 明細。排在 NIGHTCHAIN 當 WEEKLY 步驟跑。
      *> 安全日誌一行：
      *>   日期;時間;作業員;程式;功能;國家;說明;拒絕原因
      *> （後面接 LOGCHAIN 鏈結尾碼，這裡不看）
      *>   ACCESSRPT_END    = 報表涵蓋期間最後一天 YYYYMMDD
      *>                      （預設今天）
      *>   ACCESSRPT_DAYS   = 涵蓋天數（預設 7）
      *>   ACCESSRPT_REPEAT = 一週被擋幾次以上要標出來（預設 3）
      *> 報表 access_report_YYYYMMDD.txt（期間最後一天）。
      *> 期間內有被擋的嘗試 RC=4，沒有 RC=0；安全日誌不存在表示
      *> 從沒擋過任何人，照樣出一份空報表。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-FILE ASSIGN TO 'security_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEC-FILE.
       01  SEC-REC             PIC X(300).
       FD  RPT-FILE.
       01  RPT-REC             PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-SEC-STATUS        PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WS-LOG-PRESENT       PIC X VALUE 'N'.
       01 WS-END-DATE          PIC 9(8).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-DAYS              PIC 9(3) VALUE 7.
       01 WS-REPEAT            PIC 9(3) VALUE 3.
       01 WS-FROM-INT          PIC 9(7).
       01 WS-END-INT           PIC 9(7).
       01 WS-NUM-DISP          PIC ZZZZZZ9.
       01 WS-FLAG              PIC X(8).

       *> 安全日誌一行拆開
       01 SL-DATE              PIC X(8).
       01 SL-TIME              PIC X(6).
       01 SL-OPERATOR          PIC X(20).
       01 SL-PROGRAM           PIC X(12).
       01 SL-ACTION            PIC X(12).
       01 SL-COUNTRY           PIC X(50).
       01 SL-DETAIL            PIC X(80).
       01 SL-REASON            PIC X(40).
       01 SL-PROG-ACTION       PIC X(25).

       01 CTL-DENIED           PIC 9(7) VALUE 0.

       *> 依作業員彙總
       01 OP-TABLE.
           05 OP-ENTRY OCCURS 500 TIMES.
               10 OP-KEY         PIC X(20).
               10 OP-DENIED      PIC 9(7).
               10 OP-FIRST       PIC X(8).
               10 OP-LAST        PIC X(8).
       01 OP-COUNT             PIC 9(3) VALUE 0.
       01 OP-IDX               PIC 9(3).
       01 OP-FOUND             PIC 9(3).

       *> 依程式:功能彙總
       01 PA-TABLE.
           05 PA-ENTRY OCCURS 100 TIMES.
               10 PA-KEY         PIC X(25).
               10 PA-DENIED      PIC 9(7).
       01 PA-COUNT             PIC 9(3) VALUE 0.
       01 PA-IDX               PIC 9(3).
       01 PA-FOUND             PIC 9(3).

       *> 依拒絕原因彙總
       01 RS-TABLE.
           05 RS-ENTRY OCCURS 20 TIMES.
               10 RS-KEY         PIC X(40).
               10 RS-DENIED      PIC 9(7).
       01 RS-COUNT             PIC 9(2) VALUE 0.
       01 RS-IDX               PIC 9(2).
       01 RS-FOUND             PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE TO WS-END-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ACCESSRPT_END'
           IF WS-ENV-VALUE NOT = SPACES
               IF WS-ENV-VALUE(1:8) IS NUMERIC
                   MOVE WS-ENV-VALUE(1:8) TO WS-END-DATE
               ELSE
                   DISPLAY "ACCESSRPT: ACCESSRPT_END must be YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ACCESSRPT_DAYS'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-DAYS
           END-IF
           IF WS-DAYS = 0
               MOVE 7 TO WS-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ACCESSRPT_REPEAT'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-REPEAT
           END-IF

           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           COMPUTE WS-FROM-INT = WS-END-INT - WS-DAYS + 1
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'access_report_' WS-END-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           *> 第一遍：彙總
           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS = '00'
               MOVE 'Y' TO WS-LOG-PRESENT
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ SEC-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM SPLIT-SECURITY-LINE
                           IF SL-DATE IS NUMERIC
                               IF SL-DATE >= WS-FROM-DATE
                                  AND SL-DATE <= WS-END-DATE
                                   PERFORM TALLY-DENIAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEC-FILE
           END-IF

           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-OPERATOR-SECTION
           PERFORM WRITE-PROGRAM-SECTION
           PERFORM WRITE-REASON-SECTION
           PERFORM WRITE-DETAIL-SECTION
           CLOSE RPT-FILE

           DISPLAY "ACCESSRPT: " CTL-DENIED " denied attempt(s) by "
               OP-COUNT " operator(s) " WS-FROM-DATE "-" WS-END-DATE
               " - see " FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-DENIED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 前八欄照分號拆；第八欄之後是鏈結尾碼，不收
       SPLIT-SECURITY-LINE.
           MOVE SPACES TO SL-DATE SL-TIME SL-OPERATOR SL-PROGRAM
               SL-ACTION SL-COUNTRY SL-DETAIL SL-REASON
           UNSTRING SEC-REC DELIMITED BY ';'
               INTO SL-DATE SL-TIME SL-OPERATOR SL-PROGRAM
                    SL-ACTION SL-COUNTRY SL-DETAIL SL-REASON
           END-UNSTRING
           MOVE SPACES TO SL-PROG-ACTION
           IF SL-ACTION = SPACES
               MOVE SL-PROGRAM TO SL-PROG-ACTION
           ELSE
               STRING FUNCTION TRIM(SL-PROGRAM) ':'
                   FUNCTION TRIM(SL-ACTION)
                   DELIMITED BY SIZE INTO SL-PROG-ACTION
           END-IF.

       TALLY-DENIAL.
           ADD 1 TO CTL-DENIED

           MOVE 0 TO OP-FOUND
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT OR OP-FOUND > 0
               IF OP-KEY(OP-IDX) = SL-OPERATOR
                   MOVE OP-IDX TO OP-FOUND
               END-IF
           END-PERFORM
           IF OP-FOUND = 0 AND OP-COUNT < 500
               ADD 1 TO OP-COUNT
               MOVE OP-COUNT TO OP-FOUND
               MOVE SL-OPERATOR TO OP-KEY(OP-FOUND)
               MOVE 0 TO OP-DENIED(OP-FOUND)
               MOVE SL-DATE TO OP-FIRST(OP-FOUND) OP-LAST(OP-FOUND)
           END-IF
           IF OP-FOUND > 0
               ADD 1 TO OP-DENIED(OP-FOUND)
               IF SL-DATE < OP-FIRST(OP-FOUND)
                   MOVE SL-DATE TO OP-FIRST(OP-FOUND)
               END-IF
               IF SL-DATE > OP-LAST(OP-FOUND)
                   MOVE SL-DATE TO OP-LAST(OP-FOUND)
               END-IF
           END-IF

           MOVE 0 TO PA-FOUND
           PERFORM VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > PA-COUNT OR PA-FOUND > 0
               IF PA-KEY(PA-IDX) = SL-PROG-ACTION
                   MOVE PA-IDX TO PA-FOUND
               END-IF
           END-PERFORM
           IF PA-FOUND = 0 AND PA-COUNT < 100
               ADD 1 TO PA-COUNT
               MOVE PA-COUNT TO PA-FOUND
               MOVE SL-PROG-ACTION TO PA-KEY(PA-FOUND)
               MOVE 0 TO PA-DENIED(PA-FOUND)
           END-IF
           IF PA-FOUND > 0
               ADD 1 TO PA-DENIED(PA-FOUND)
           END-IF

           MOVE 0 TO RS-FOUND
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-COUNT OR RS-FOUND > 0
               IF RS-KEY(RS-IDX) = SL-REASON
                   MOVE RS-IDX TO RS-FOUND
               END-IF
           END-PERFORM
           IF RS-FOUND = 0 AND RS-COUNT < 20
               ADD 1 TO RS-COUNT
               MOVE RS-COUNT TO RS-FOUND
               MOVE SL-REASON TO RS-KEY(RS-FOUND)
               MOVE 0 TO RS-DENIED(RS-FOUND)
           END-IF
           IF RS-FOUND > 0
               ADD 1 TO RS-DENIED(RS-FOUND)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "Operator access report " WS-FROM-DATE " - "
               WS-END-DATE " (run " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-LOG-PRESENT = 'N'
               STRING "security_log.txt not found - no denied "
                   "attempts have been recorded"
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               MOVE CTL-DENIED TO WS-NUM-DISP
               STRING "Denied attempts in period: "
                   FUNCTION TRIM(WS-NUM-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC.

       *> 作業員別；被擋次數達門檻的標 REPEATED
       WRITE-OPERATOR-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Operator;Denied;FirstDate;LastDate;Flag" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT
               MOVE OP-DENIED(OP-IDX) TO WS-NUM-DISP
               MOVE SPACES TO WS-FLAG
               IF WS-REPEAT > 0 AND OP-DENIED(OP-IDX) >= WS-REPEAT
                   MOVE 'REPEATED' TO WS-FLAG
               END-IF
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(OP-KEY(OP-IDX)) ";"
                   FUNCTION TRIM(WS-NUM-DISP) ";"
                   OP-FIRST(OP-IDX) ";" OP-LAST(OP-IDX) ";"
                   WS-FLAG
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.

       WRITE-PROGRAM-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Program:Function;Denied" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > PA-COUNT
               MOVE PA-DENIED(PA-IDX) TO WS-NUM-DISP
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(PA-KEY(PA-IDX)) ";"
                   FUNCTION TRIM(WS-NUM-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.

       WRITE-REASON-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Reason;Denied" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > RS-COUNT
               MOVE RS-DENIED(RS-IDX) TO WS-NUM-DISP
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(RS-KEY(RS-IDX)) ";"
                   FUNCTION TRIM(WS-NUM-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.

       *> 第二遍：期間內逐筆明細（鏈結尾碼不印）
       WRITE-DETAIL-SECTION.
           IF WS-LOG-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Date;Time;Operator;Program;Function;Country;"
               "Detail;Reason"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT SEC-FILE
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SEC-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-SECURITY-LINE
                       IF SL-DATE IS NUMERIC
                          AND SL-DATE >= WS-FROM-DATE
                          AND SL-DATE <= WS-END-DATE
                           MOVE SPACES TO RPT-REC
                           STRING SL-DATE ";" SL-TIME ";"
                               FUNCTION TRIM(SL-OPERATOR) ";"
                               FUNCTION TRIM(SL-PROGRAM) ";"
                               FUNCTION TRIM(SL-ACTION) ";"
                               FUNCTION TRIM(SL-COUNTRY) ";"
                               FUNCTION TRIM(SL-DETAIL) ";"
                               FUNCTION TRIM(SL-REASON)
                               DELIMITED BY SIZE INTO RPT-REC
                           WRITE RPT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEC-FILE.
