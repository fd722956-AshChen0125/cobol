       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTRPT.
      *> 每週值班告警報表：讀 ALERTDISP 寫的 alert_history.txt，
      *> 把最近一週發生的告警依班別彙總 - 幾則、確認了幾則、
      *> 升級幾次、從發生到確認平均/最久幾分鐘、還有幾則沒人
      *> 確認，後面逐筆列出期間內沒有確認的告警。排在 NIGHTCHAIN
      *> 當 WEEKLY 步驟跑。
      *> 歷程一行：
      *>   YYYYMMDDHHMMSS;事件;告警編號;班別;嚴重度;層級;對象;說明
      *> 只算期間內 RAISED 的告警；它們的 ACKED / ESCALATED /
      *> EXHAUSTED 就算落在期間之後也一起算（報表要看的是這批
      *> 告警的結局）。
      *>   ALERTRPT_END  = 報表涵蓋期間最後一天 YYYYMMDD（預設今天）
      *>   ALERTRPT_DAYS = 涵蓋天數（預設 7）
      *> 報表 alert_weekly_YYYYMMDD.txt（期間最後一天）。
      *> 期間內有沒確認的告警 RC=4，否則 RC=0；歷程檔不存在表示
      *> 還沒派送過任何告警，照樣出一份空報表。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO 'alert_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC            PIC X(400).
       FD  RPT-FILE.
       01  RPT-REC             PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-HIST-STATUS       PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WS-LOG-PRESENT       PIC X VALUE 'N'.
       01 WS-END-DATE          PIC 9(8).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-DAYS              PIC 9(3) VALUE 7.
       01 WS-FROM-INT          PIC 9(7).
       01 WS-END-INT           PIC 9(7).
       01 WS-NUM-DISP          PIC ZZZZZZ9.
       01 WS-AVG-DISP          PIC ZZZZZZ9.
       01 WS-MAX-DISP          PIC ZZZZZZ9.
       01 WS-ACK-DISP          PIC ZZZZZZ9.
       01 WS-UNACK-DISP        PIC ZZZZZZ9.
       01 WS-ESC-DISP          PIC ZZZZZZ9.
       01 WS-LVL-DISP          PIC Z9.

       *> 歷程一行拆開
       01 HL-STAMP             PIC X(14).
       01 HL-EVENT             PIC X(10).
       01 HL-ID                PIC X(14).
       01 HL-SHIFT             PIC X(12).
       01 HL-SEVERITY          PIC X(10).
       01 HL-LEVEL             PIC X(2).
       01 HL-WHO               PIC X(30).
       01 HL-DETAIL            PIC X(250).

       *> 期間內發生的告警
       01 AL-COUNT             PIC 9(5) VALUE 0.
       01 AL-TABLE.
           05 AL-ENTRY OCCURS 5000 TIMES.
               10 AL-ID            PIC X(14).
               10 AL-RAISED        PIC X(14).
               10 AL-SHIFT         PIC X(12).
               10 AL-SEVERITY      PIC X(10).
               10 AL-TEXT          PIC X(120).
               10 AL-LEVEL         PIC 9(2).
               10 AL-STATE         PIC X(10).
               10 AL-ACK-BY        PIC X(20).
               10 AL-ACK-MIN       PIC 9(7).
       01 AL-IDX               PIC 9(5).
       01 AL-FOUND             PIC 9(5).
       01 WS-TABLE-FULL        PIC X VALUE 'N'.

       *> 班別彙總
       01 SF-COUNT             PIC 9(2) VALUE 0.
       01 SF-TABLE.
           05 SF-ENTRY OCCURS 30 TIMES.
               10 SF-NAME          PIC X(12).
               10 SF-RAISED        PIC 9(5).
               10 SF-ACKED         PIC 9(5).
               10 SF-UNACKED       PIC 9(5).
               10 SF-ESCALATED     PIC 9(5).
               10 SF-ACK-TOTAL     PIC 9(9).
               10 SF-ACK-MAX       PIC 9(7).
       01 SF-IDX               PIC 9(2).
       01 SF-FOUND             PIC 9(2).

       01 CTL-RAISED           PIC 9(5) VALUE 0.
       01 CTL-UNACKED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE TO WS-END-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ALERTRPT_END'
           IF WS-ENV-VALUE NOT = SPACES
               IF WS-ENV-VALUE(1:8) IS NUMERIC
                   MOVE WS-ENV-VALUE(1:8) TO WS-END-DATE
               ELSE
                   DISPLAY "ALERTRPT: ALERTRPT_END must be YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ALERTRPT_DAYS'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-DAYS
           END-IF
           IF WS-DAYS = 0
               MOVE 7 TO WS-DAYS
           END-IF

           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           COMPUTE WS-FROM-INT = WS-END-INT - WS-DAYS + 1
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'alert_weekly_' WS-END-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-LOG-PRESENT
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ HIST-FILE
                       AT END MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM SPLIT-HISTORY-LINE
                           PERFORM TALLY-EVENT
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF

           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-COUNT
               PERFORM TALLY-SHIFT
           END-PERFORM

           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-SHIFT-SECTION
           PERFORM WRITE-UNACKED-SECTION
           CLOSE RPT-FILE

           DISPLAY "ALERTRPT: " CTL-RAISED " alert(s), " CTL-UNACKED
               " unacknowledged " WS-FROM-DATE "-" WS-END-DATE
               " - see " FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-UNACKED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       SPLIT-HISTORY-LINE.
           MOVE SPACES TO HL-STAMP HL-EVENT HL-ID HL-SHIFT
               HL-SEVERITY HL-LEVEL HL-WHO HL-DETAIL
           UNSTRING HIST-REC DELIMITED BY ';'
               INTO HL-STAMP HL-EVENT HL-ID HL-SHIFT HL-SEVERITY
                    HL-LEVEL HL-WHO HL-DETAIL
           END-UNSTRING.

       *> RAISED 開新的一筆；其他事件找回同一則告警更新結局
       TALLY-EVENT.
           IF HL-EVENT = 'RAISED'
               IF HL-STAMP(1:8) IS NUMERIC
                  AND HL-STAMP(1:8) >= WS-FROM-DATE
                  AND HL-STAMP(1:8) <= WS-END-DATE
                   IF AL-COUNT < 5000
                       ADD 1 TO AL-COUNT CTL-RAISED
                       MOVE HL-ID TO AL-ID(AL-COUNT)
                       MOVE HL-STAMP TO AL-RAISED(AL-COUNT)
                       MOVE HL-SHIFT TO AL-SHIFT(AL-COUNT)
                       MOVE HL-SEVERITY TO AL-SEVERITY(AL-COUNT)
                       MOVE HL-DETAIL TO AL-TEXT(AL-COUNT)
                       MOVE 0 TO AL-LEVEL(AL-COUNT)
                           AL-ACK-MIN(AL-COUNT)
                       MOVE 'OPEN' TO AL-STATE(AL-COUNT)
                       MOVE SPACES TO AL-ACK-BY(AL-COUNT)
                   ELSE
                       IF WS-TABLE-FULL = 'N'
                           DISPLAY "ALERTRPT: more than 5000 alerts "
                               "in the period - report truncated"
                           MOVE 'Y' TO WS-TABLE-FULL
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AL-FOUND
           PERFORM VARYING AL-IDX FROM AL-COUNT BY -1
                   UNTIL AL-IDX < 1 OR AL-FOUND > 0
               IF AL-ID(AL-IDX) = HL-ID
                   MOVE AL-IDX TO AL-FOUND
               END-IF
           END-PERFORM
           IF AL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AL-FOUND TO AL-IDX
           EVALUATE HL-EVENT
               WHEN 'NOTIFIED'
               WHEN 'ESCALATED'
                   IF HL-LEVEL IS NUMERIC
                       MOVE HL-LEVEL TO AL-LEVEL(AL-IDX)
                   END-IF
                   IF HL-EVENT = 'ESCALATED'
                       MOVE 'ESCALATED' TO AL-STATE(AL-IDX)
                   END-IF
               WHEN 'EXHAUSTED'
                   MOVE 'EXHAUSTED' TO AL-STATE(AL-IDX)
               WHEN 'UNROUTED'
                   IF AL-STATE(AL-IDX) = 'OPEN'
                       MOVE 'UNROUTED' TO AL-STATE(AL-IDX)
                   END-IF
               WHEN 'ACKED'
                   MOVE 'ACKED' TO AL-STATE(AL-IDX)
                   MOVE HL-WHO TO AL-ACK-BY(AL-IDX)
                   IF FUNCTION TRIM(HL-DETAIL) IS NUMERIC
                       MOVE FUNCTION NUMVAL(HL-DETAIL)
                           TO AL-ACK-MIN(AL-IDX)
                   END-IF
           END-EVALUATE.

       *> 升級次數以升級事件為準，一則告警升兩層算兩次
       TALLY-SHIFT.
           MOVE 0 TO SF-FOUND
           PERFORM VARYING SF-IDX FROM 1 BY 1
                   UNTIL SF-IDX > SF-COUNT OR SF-FOUND > 0
               IF SF-NAME(SF-IDX) = AL-SHIFT(AL-IDX)
                   MOVE SF-IDX TO SF-FOUND
               END-IF
           END-PERFORM
           IF SF-FOUND = 0
               IF SF-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SF-COUNT
               MOVE SF-COUNT TO SF-FOUND
               MOVE AL-SHIFT(AL-IDX) TO SF-NAME(SF-FOUND)
               MOVE 0 TO SF-RAISED(SF-FOUND) SF-ACKED(SF-FOUND)
                   SF-UNACKED(SF-FOUND) SF-ESCALATED(SF-FOUND)
                   SF-ACK-TOTAL(SF-FOUND) SF-ACK-MAX(SF-FOUND)
           END-IF
           MOVE SF-FOUND TO SF-IDX
           ADD 1 TO SF-RAISED(SF-IDX)
           IF AL-LEVEL(AL-IDX) > 1
               COMPUTE SF-ESCALATED(SF-IDX) =
                   SF-ESCALATED(SF-IDX) + AL-LEVEL(AL-IDX) - 1
           END-IF
           IF AL-STATE(AL-IDX) = 'ACKED'
               ADD 1 TO SF-ACKED(SF-IDX)
               ADD AL-ACK-MIN(AL-IDX) TO SF-ACK-TOTAL(SF-IDX)
               IF AL-ACK-MIN(AL-IDX) > SF-ACK-MAX(SF-IDX)
                   MOVE AL-ACK-MIN(AL-IDX) TO SF-ACK-MAX(SF-IDX)
               END-IF
           ELSE
               ADD 1 TO SF-UNACKED(SF-IDX) CTL-UNACKED
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "On-call alert report " WS-FROM-DATE " - "
               WS-END-DATE " (run " WS-RUN-DATE ")"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-LOG-PRESENT = 'N'
               STRING "alert_history.txt not found - no alerts "
                   "have been dispatched"
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               MOVE CTL-RAISED TO WS-NUM-DISP
               MOVE CTL-UNACKED TO WS-UNACK-DISP
               STRING "Alerts in period: " FUNCTION TRIM(WS-NUM-DISP)
                   ", unacknowledged: " FUNCTION TRIM(WS-UNACK-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC.

       *> 班別別；確認分鐘數只算有確認的
       WRITE-SHIFT-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Shift;Alerts;Acked;Unacked;Escalations;"
               "AvgAckMin;MaxAckMin"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING SF-IDX FROM 1 BY 1 UNTIL SF-IDX > SF-COUNT
               MOVE SF-RAISED(SF-IDX) TO WS-NUM-DISP
               MOVE SF-ACKED(SF-IDX) TO WS-ACK-DISP
               MOVE SF-UNACKED(SF-IDX) TO WS-UNACK-DISP
               MOVE SF-ESCALATED(SF-IDX) TO WS-ESC-DISP
               MOVE 0 TO WS-AVG-DISP
               IF SF-ACKED(SF-IDX) > 0
                   COMPUTE WS-AVG-DISP ROUNDED =
                       SF-ACK-TOTAL(SF-IDX) / SF-ACKED(SF-IDX)
               END-IF
               MOVE SF-ACK-MAX(SF-IDX) TO WS-MAX-DISP
               MOVE SPACES TO RPT-REC
               STRING FUNCTION TRIM(SF-NAME(SF-IDX)) ";"
                   FUNCTION TRIM(WS-NUM-DISP) ";"
                   FUNCTION TRIM(WS-ACK-DISP) ";"
                   FUNCTION TRIM(WS-UNACK-DISP) ";"
                   FUNCTION TRIM(WS-ESC-DISP) ";"
                   FUNCTION TRIM(WS-AVG-DISP) ";"
                   FUNCTION TRIM(WS-MAX-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.

       *> 沒有確認的逐筆列出（狀態：OPEN 已通知還在等、ESCALATED
       *> 已升級、EXHAUSTED 升級到底、UNROUTED 值班表找不到人）
       WRITE-UNACKED-SECTION.
           IF CTL-UNACKED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Unacknowledged alerts" TO RPT-REC
           WRITE RPT-REC
           MOVE "AlertId;Raised;Shift;Severity;Level;State;Alert"
               TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-COUNT
               IF AL-STATE(AL-IDX) NOT = 'ACKED'
                   MOVE AL-LEVEL(AL-IDX) TO WS-LVL-DISP
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(AL-ID(AL-IDX)) ";"
                       AL-RAISED(AL-IDX) ";"
                       FUNCTION TRIM(AL-SHIFT(AL-IDX)) ";"
                       FUNCTION TRIM(AL-SEVERITY(AL-IDX)) ";"
                       FUNCTION TRIM(WS-LVL-DISP) ";"
                       FUNCTION TRIM(AL-STATE(AL-IDX)) ";"
                       FUNCTION TRIM(AL-TEXT(AL-IDX))
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM.
