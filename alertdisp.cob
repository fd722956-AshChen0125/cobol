       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTDISP.
      *> 值班告警派送：alerts_YYYYMMDD.txt（各程式寫的
      *> 「ALERT;類別;說明」）跟門檻回傳碼只有盯著 OPSCONSOLE 才看
      *> 得到，凌晨三點沒有人盯。這支排在 cron 每幾分鐘跑一次：
      *>   1. 讀今天與昨天的告警檔裡還沒派送過的行（告警編號 =
      *>      告警檔日期-行號，例如 20261015-00003）
      *>   2. 依值班表找當班、該嚴重度的第 1 層值班人，寫通知到
      *>      訊息閘道投遞目錄（版面同 OUTREACH，見 msggw.cpy；
      *>      簡訊檔 page_sms_*.txt、電子郵件檔 page_email_*.txt，
      *>      先寫在工作目錄、寫完才搬進投遞目錄）
      *>   3. 收確認：alert_acks.txt 一行「告警編號或訊息編號;
      *>      確認人;YYYYMMDDHHMMSS」（閘道收到值班人回覆時追加，
      *>      或用 ALERTDISP_ACTION=ACK 手動記）
      *>   4. 通知後超過該嚴重度的升級分鐘數還沒人確認，就通知
      *>      下一層；已經沒有下一層的記 EXHAUSTED（一樣可以確認）
      *> 值班表 oncall_roster.txt（ALERTDISP_ROSTER 可覆寫），
      *> 一行一筆，* 開頭是註解：
      *>   SHIFT;班別;起 HHMMSS;迄 HHMMSS    起大於迄 = 跨午夜；
      *>         跨午夜的班午夜後仍算前一天的班表。沒有 SHIFT
      *>         行時整天一個班 ALL
      *>   ONCALL;日子;班別;嚴重度;層級;姓名;SMS|EMAIL;門號或信箱
      *>         日子：YYYYMMDD（當天代班，優先）、星期清單
      *>         （0=週日，例如 1,2,3,4,5）、* = 每天；嚴重度 * =
      *>         不分；同一層可以有好幾個人，全部通知
      *>   SEVERITY;告警類別;嚴重度        （SEVERITY;*;… 是預設，
      *>                                    沒設就是 HIGH）
      *>   ESCALATE;嚴重度;分鐘數          （沒設用
      *>                                    ALERTDISP_ESCALATE_MIN，
      *>                                    預設 15）
      *> 追蹤檔 alert_track.txt 每次整檔重寫（未確認的一直留著，
      *> 已確認/前天以前的拿掉）；每個事件另外追加一行到
      *> alert_history.txt：
      *>   「YYYYMMDDHHMMSS;事件;告警編號;班別;嚴重度;層級;對象;
      *>    說明」  事件 RAISED / NOTIFIED / ESCALATED / UNROUTED /
      *>    EXHAUSTED / ACKED（說明是確認所花分鐘數）
      *> ALERTRPT 拿這份出每週報表。
      *>   ALERTDISP_ACTION       = DISPATCH（預設）| ACK
      *>   ALERTDISP_ID / ALERTDISP_USER = ACK 用的告警編號與確認人
      *>   ALERTDISP_GATEWAY_DIR  = 閘道投遞目錄（預設 gateway_out）
      *>   ALERTDISP_SENDER_ID    = 閘道寄件者代碼
      *>   ALERTDISP_ACK_FILE     = 確認檔（預設 alert_acks.txt）
      *>   SPILT_ALERT_FILE       = 只讀這一個告警檔（編號日期算今天）
      *> 回傳碼：0 = 正常   4 = 有告警找不到值班人或升級到底
      *>   12 = 值班表讀不到（無法派送，告警檔不動，下次重來）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-IN ASSIGN TO DYNAMIC WS-ALERT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-IN-STATUS.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT TRACK-FILE ASSIGN TO 'alert_track.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACK-STATUS.
           SELECT HIST-FILE ASSIGN TO 'alert_history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT SMS-FILE ASSIGN TO 'alertdisp_sms.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EML-FILE ASSIGN TO 'alertdisp_email.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-IN.
       01  ALERT-IN-REC    PIC X(300).
       FD  ROSTER-FILE.
       01  ROSTER-REC      PIC X(300).
       FD  TRACK-FILE.
       01  TRACK-REC       PIC X(400).
       FD  HIST-FILE.
       01  HIST-REC        PIC X(400).
       FD  ACK-FILE.
       01  ACK-REC         PIC X(150).
       FD  SMS-FILE.
       01  SMS-REC         PIC X(1000).
       FD  EML-FILE.
       01  EML-REC         PIC X(1000).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ACTION-ENV        PIC X(20).
       01 WS-ALERT-IN-NAME     PIC X(100).
       01 WS-ALERT-IN-STATUS   PIC XX.
       01 WS-ALERT-OVERRIDE    PIC X(100).
       01 WS-ROSTER-FILE-NAME  PIC X(100).
       01 WS-ROSTER-STATUS     PIC XX.
       01 WS-TRACK-STATUS      PIC XX.
       01 WS-HIST-STATUS       PIC XX.
       01 WS-ACK-FILE-NAME     PIC X(100).
       01 WS-ACK-STATUS        PIC XX.
       01 WS-GATEWAY-DIR       PIC X(100).
       01 WS-SENDER-ID         PIC X(30) VALUE SPACES.
       01 WS-DEFAULT-ESC       PIC 9(5) VALUE 15.
       01 WS-COMMAND           PIC X(400).
       01 EOF-FLAG             PIC X VALUE 'N'.

       *> 現在時間與日期換算
       01 WS-NOW.
           05 WS-NOW-DATE          PIC 9(8).
           05 WS-NOW-TIME          PIC 9(6).
       01 WS-NOW-STAMP REDEFINES WS-NOW PIC 9(14).
       01 WS-TIME8             PIC 9(8).
       01 WS-YESTERDAY         PIC 9(8).
       01 WS-SCAN-DATE         PIC 9(8).

       01 CALC-FROM.
           05 CALC-FROM-DATE       PIC 9(8).
           05 CALC-FROM-HH         PIC 99.
           05 CALC-FROM-MM         PIC 99.
           05 CALC-FROM-SS         PIC 99.
       01 CALC-FROM-STAMP REDEFINES CALC-FROM PIC 9(14).
       01 CALC-TO.
           05 CALC-TO-DATE         PIC 9(8).
           05 CALC-TO-HH           PIC 99.
           05 CALC-TO-MM           PIC 99.
           05 CALC-TO-SS           PIC 99.
       01 CALC-TO-STAMP REDEFINES CALC-TO PIC 9(14).
       01 CALC-MINUTES         PIC S9(9).

       *> 值班表
       01 SH-COUNT             PIC 9(2) VALUE 0.
       01 SH-TABLE.
           05 SH-ENTRY OCCURS 20 TIMES.
               10 SH-NAME          PIC X(12).
               10 SH-START         PIC 9(6).
               10 SH-END           PIC 9(6).
       01 SH-IDX               PIC 9(2).
       01 OC-COUNT             PIC 9(3) VALUE 0.
       01 OC-TABLE.
           05 OC-ENTRY OCCURS 500 TIMES.
               10 OC-DAYS          PIC X(20).
               10 OC-SHIFT         PIC X(12).
               10 OC-SEVERITY      PIC X(10).
               10 OC-LEVEL         PIC 9(2).
               10 OC-NAME          PIC X(30).
               10 OC-CHANNEL       PIC X(5).
               10 OC-ADDRESS       PIC X(80).
       01 OC-IDX               PIC 9(3).
       01 SV-COUNT             PIC 9(3) VALUE 0.
       01 SV-TABLE.
           05 SV-ENTRY OCCURS 200 TIMES.
               10 SV-CATEGORY      PIC X(30).
               10 SV-SEVERITY      PIC X(10).
       01 SV-IDX               PIC 9(3).
       01 SV-DEFAULT           PIC X(10) VALUE 'HIGH'.
       01 ES-COUNT             PIC 9(2) VALUE 0.
       01 ES-TABLE.
           05 ES-ENTRY OCCURS 20 TIMES.
               10 ES-SEVERITY      PIC X(10).
               10 ES-MINUTES       PIC 9(5).
       01 ES-IDX               PIC 9(2).
       01 RF-FIELD             PIC X(80) OCCURS 8 TIMES.

       *> 追蹤中的告警
       01 TR-COUNT             PIC 9(4) VALUE 0.
       01 TR-TABLE.
           05 TR-ENTRY OCCURS 3000 TIMES.
               10 TR-ID            PIC X(14).
               10 TR-RAISED        PIC 9(14).
               10 TR-CATEGORY      PIC X(30).
               10 TR-SEVERITY      PIC X(10).
               10 TR-SHIFT         PIC X(12).
               10 TR-ROSTER-DATE   PIC 9(8).
               10 TR-LEVEL         PIC 9(2).
               10 TR-NOTIFIED      PIC 9(14).
               10 TR-STATUS        PIC X(10).
               10 TR-ACK-BY        PIC X(20).
               10 TR-ACK-AT        PIC 9(14).
               10 TR-TEXT          PIC X(150).
       01 TR-IDX               PIC 9(4).
       01 TR-FOUND             PIC 9(4).
       01 TF-FIELD             PIC X(150) OCCURS 12 TIMES.

       *> 告警檔一行
       01 AL-LINE-NO           PIC 9(5).
       01 AL-ID                PIC X(14).
       01 AL-TAG               PIC X(10).
       01 AL-CATEGORY          PIC X(30).
       01 AL-TEXT              PIC X(250).

       *> 找值班人
       01 FIND-LEVEL           PIC 9(2).
       01 FIND-DOW             PIC 9.
       01 FIND-DOW-CHAR        PIC X.
       01 FIND-TALLY           PIC 9(3).
       01 FIND-SPEC            PIC 9.
       01 FIND-BEST            PIC 9.
       01 RC-COUNT             PIC 9(2).
       01 RC-TABLE.
           05 RC-OC-IDX OCCURS 20 TIMES PIC 9(3).
       01 RC-IDX               PIC 9(2).
       01 ROW-SPEC             PIC 9 OCCURS 500 TIMES.

       *> 班別判定
       01 WS-SHIFT-NAME        PIC X(12).
       01 WS-ROSTER-DATE       PIC 9(8).

       *> 閘道批次
       01 WS-BATCH-ID          PIC X(20).
       01 WS-SMS-OPEN          PIC X VALUE 'N'.
       01 WS-EML-OPEN          PIC X VALUE 'N'.
       01 WS-SMS-COUNT         PIC 9(7) VALUE 0.
       01 WS-EML-COUNT         PIC 9(7) VALUE 0.
       01 WS-MSG-ID            PIC X(24).
       01 WS-MSG-TEXT          PIC X(250).
       01 WS-LEVEL-DISP        PIC 9(2).
       01 WS-NOTIFY-EVENT      PIC X(10).

       *> 歷史行
       01 HI-EVENT             PIC X(10).
       01 HI-WHO               PIC X(30).
       01 HI-DETAIL            PIC X(250).

       *> 確認
       01 AK-ID                PIC X(30).
       01 AK-USER              PIC X(20).
       01 AK-STAMP             PIC X(20).
       01 AK-AT                PIC 9(14).
       01 AK-MINUTES           PIC 9(7).

       01 CTL-NEW              PIC 9(5) VALUE 0.
       01 CTL-NOTIFIED         PIC 9(5) VALUE 0.
       01 CTL-ESCALATED        PIC 9(5) VALUE 0.
       01 CTL-ACKED            PIC 9(5) VALUE 0.
       01 CTL-UNROUTED         PIC 9(5) VALUE 0.
       01 CTL-EXHAUSTED        PIC 9(5) VALUE 0.
       01 CTL-OPEN             PIC 9(5) VALUE 0.
       01 WS-TRACK-FULL        PIC X VALUE 'N'.

       COPY "msggw.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME8 FROM TIME
           MOVE WS-TIME8(1:6) TO WS-NOW-TIME
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - 1)

           MOVE SPACES TO WS-ACTION-ENV
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT 'ALERTDISP_ACTION'
           MOVE FUNCTION UPPER-CASE(WS-ACTION-ENV) TO WS-ACTION-ENV
           MOVE 'alert_acks.txt' TO WS-ACK-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ALERTDISP_ACK_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ACK-FILE-NAME
           END-IF
           IF WS-ACTION-ENV = 'ACK'
               PERFORM RECORD-MANUAL-ACK
               STOP RUN
           END-IF

           MOVE 'oncall_roster.txt' TO WS-ROSTER-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ALERTDISP_ROSTER'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ROSTER-FILE-NAME
           END-IF
           MOVE 'gateway_out' TO WS-GATEWAY-DIR
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ALERTDISP_GATEWAY_DIR'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GATEWAY-DIR
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ALERTDISP_SENDER_ID'
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-SENDER-ID
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'ALERTDISP_ESCALATE_MIN'
           IF WS-ENV-VALUE NOT = SPACES
              AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-DEFAULT-ESC
           END-IF
           MOVE SPACES TO WS-ALERT-OVERRIDE
           ACCEPT WS-ALERT-OVERRIDE FROM ENVIRONMENT 'SPILT_ALERT_FILE'
           MOVE SPACES TO WS-BATCH-ID
           STRING 'AL' WS-NOW-STAMP DELIMITED BY SIZE INTO WS-BATCH-ID

           PERFORM LOAD-ROSTER
           PERFORM LOAD-TRACK

           *> 新告警：昨天的檔先（跨午夜才寫進去的行），再今天的
           IF WS-ALERT-OVERRIDE NOT = SPACES
               MOVE WS-ALERT-OVERRIDE TO WS-ALERT-IN-NAME
               MOVE WS-NOW-DATE TO WS-SCAN-DATE
               PERFORM SCAN-ALERT-FILE
           ELSE
               MOVE WS-YESTERDAY TO WS-SCAN-DATE
               PERFORM SCAN-DATED-ALERT-FILE
               MOVE WS-NOW-DATE TO WS-SCAN-DATE
               PERFORM SCAN-DATED-ALERT-FILE
           END-IF

           PERFORM APPLY-ACKS
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > TR-COUNT
               IF TR-STATUS(TR-IDX) = 'OPEN'
                   PERFORM CHECK-ESCALATION
               END-IF
           END-PERFORM

           PERFORM CLOSE-GATEWAY-BATCHES
           PERFORM REWRITE-TRACK

           DISPLAY "ALERTDISP: " CTL-NEW " new alert(s), "
               CTL-NOTIFIED " notification(s) sent, "
               CTL-ESCALATED " escalation(s), " CTL-ACKED
               " acknowledged, " CTL-OPEN " still open"
           IF CTL-UNROUTED > 0 OR CTL-EXHAUSTED > 0
               DISPLAY "ALERTDISP: " CTL-UNROUTED
                   " alert(s) with nobody on the roster, "
                   CTL-EXHAUSTED " escalated past the last level"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *>----------------------------------------------------------
      *> 值班表
      *>----------------------------------------------------------
       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = '00'
               DISPLAY "ALERTDISP: cannot open on-call roster "
                   FUNCTION TRIM(WS-ROSTER-FILE-NAME)
                   " - nothing dispatched"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ROSTER-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END PERFORM STORE-ROSTER-LINE
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           IF SH-COUNT = 0
               MOVE 1 TO SH-COUNT
               MOVE 'ALL' TO SH-NAME(1)
               MOVE 0 TO SH-START(1) SH-END(1)
           END-IF.

       STORE-ROSTER-LINE.
           IF ROSTER-REC(1:1) = '*' OR ROSTER-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RF-FIELD(1) RF-FIELD(2) RF-FIELD(3)
               RF-FIELD(4) RF-FIELD(5) RF-FIELD(6) RF-FIELD(7)
               RF-FIELD(8)
           UNSTRING ROSTER-REC DELIMITED BY ';'
               INTO RF-FIELD(1) RF-FIELD(2) RF-FIELD(3) RF-FIELD(4)
                    RF-FIELD(5) RF-FIELD(6) RF-FIELD(7) RF-FIELD(8)
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RF-FIELD(1)))
               WHEN 'SHIFT'
                   IF SH-COUNT < 20
                      AND RF-FIELD(3) NOT = SPACES
                      AND FUNCTION TRIM(RF-FIELD(3)) IS NUMERIC
                      AND RF-FIELD(4) NOT = SPACES
                      AND FUNCTION TRIM(RF-FIELD(4)) IS NUMERIC
                       ADD 1 TO SH-COUNT
                       MOVE FUNCTION UPPER-CASE(RF-FIELD(2))
                           TO SH-NAME(SH-COUNT)
                       MOVE FUNCTION NUMVAL(RF-FIELD(3))
                           TO SH-START(SH-COUNT)
                       MOVE FUNCTION NUMVAL(RF-FIELD(4))
                           TO SH-END(SH-COUNT)
                   END-IF
               WHEN 'ONCALL'
                   IF OC-COUNT < 500
                      AND RF-FIELD(5) NOT = SPACES
                      AND FUNCTION TRIM(RF-FIELD(5)) IS NUMERIC
                       ADD 1 TO OC-COUNT
                       MOVE FUNCTION TRIM(RF-FIELD(2))
                           TO OC-DAYS(OC-COUNT)
                       MOVE FUNCTION UPPER-CASE(RF-FIELD(3))
                           TO OC-SHIFT(OC-COUNT)
                       MOVE FUNCTION UPPER-CASE(RF-FIELD(4))
                           TO OC-SEVERITY(OC-COUNT)
                       MOVE FUNCTION NUMVAL(RF-FIELD(5))
                           TO OC-LEVEL(OC-COUNT)
                       MOVE RF-FIELD(6) TO OC-NAME(OC-COUNT)
                       MOVE FUNCTION UPPER-CASE(RF-FIELD(7))
                           TO OC-CHANNEL(OC-COUNT)
                       MOVE FUNCTION TRIM(RF-FIELD(8))
                           TO OC-ADDRESS(OC-COUNT)
                   END-IF
               WHEN 'SEVERITY'
                   IF FUNCTION TRIM(RF-FIELD(2)) = '*'
                       MOVE FUNCTION UPPER-CASE(RF-FIELD(3))
                           TO SV-DEFAULT
                   ELSE
                       IF SV-COUNT < 200
                           ADD 1 TO SV-COUNT
                           MOVE FUNCTION UPPER-CASE(RF-FIELD(2))
                               TO SV-CATEGORY(SV-COUNT)
                           MOVE FUNCTION UPPER-CASE(RF-FIELD(3))
                               TO SV-SEVERITY(SV-COUNT)
                       END-IF
                   END-IF
               WHEN 'ESCALATE'
                   IF ES-COUNT < 20
                      AND RF-FIELD(3) NOT = SPACES
                      AND FUNCTION TRIM(RF-FIELD(3)) IS NUMERIC
                       ADD 1 TO ES-COUNT
                       MOVE FUNCTION UPPER-CASE(RF-FIELD(2))
                           TO ES-SEVERITY(ES-COUNT)
                       MOVE FUNCTION NUMVAL(RF-FIELD(3))
                           TO ES-MINUTES(ES-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "ALERTDISP: roster line ignored - "
                       FUNCTION TRIM(ROSTER-REC)
           END-EVALUATE.

      *>----------------------------------------------------------
      *> 追蹤檔
      *>----------------------------------------------------------
       LOAD-TRACK.
           OPEN INPUT TRACK-FILE
           IF WS-TRACK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ TRACK-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF TRACK-REC NOT = SPACES
                          AND TR-COUNT < 3000
                           PERFORM STORE-TRACK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRACK-FILE.

       STORE-TRACK-LINE.
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 12
               MOVE SPACES TO TF-FIELD(TR-IDX)
           END-PERFORM
           UNSTRING TRACK-REC DELIMITED BY ';'
               INTO TF-FIELD(1) TF-FIELD(2) TF-FIELD(3) TF-FIELD(4)
                    TF-FIELD(5) TF-FIELD(6) TF-FIELD(7) TF-FIELD(8)
                    TF-FIELD(9) TF-FIELD(10) TF-FIELD(11)
                    TF-FIELD(12)
           END-UNSTRING
           ADD 1 TO TR-COUNT
           MOVE TF-FIELD(1) TO TR-ID(TR-COUNT)
           MOVE FUNCTION NUMVAL(TF-FIELD(2)) TO TR-RAISED(TR-COUNT)
           MOVE TF-FIELD(3) TO TR-CATEGORY(TR-COUNT)
           MOVE TF-FIELD(4) TO TR-SEVERITY(TR-COUNT)
           MOVE TF-FIELD(5) TO TR-SHIFT(TR-COUNT)
           MOVE FUNCTION NUMVAL(TF-FIELD(6))
               TO TR-ROSTER-DATE(TR-COUNT)
           MOVE FUNCTION NUMVAL(TF-FIELD(7)) TO TR-LEVEL(TR-COUNT)
           MOVE FUNCTION NUMVAL(TF-FIELD(8)) TO TR-NOTIFIED(TR-COUNT)
           MOVE TF-FIELD(9) TO TR-STATUS(TR-COUNT)
           MOVE TF-FIELD(10) TO TR-ACK-BY(TR-COUNT)
           MOVE FUNCTION NUMVAL(TF-FIELD(11)) TO TR-ACK-AT(TR-COUNT)
           MOVE TF-FIELD(12) TO TR-TEXT(TR-COUNT).

      *> 沒確認的一直留著；確認過的留到隔天（昨天的告警檔還會
      *> 再掃一次，要認得出哪幾行派送過）
       REWRITE-TRACK.
           OPEN OUTPUT TRACK-FILE
           PERFORM VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > TR-COUNT
               IF TR-STATUS(TR-IDX) NOT = 'ACKED'
                  OR TR-ID(TR-IDX)(1:8) >= WS-YESTERDAY
                   IF TR-STATUS(TR-IDX) NOT = 'ACKED'
                       ADD 1 TO CTL-OPEN
                   END-IF
                   MOVE SPACES TO TRACK-REC
                   STRING TR-ID(TR-IDX) ";" TR-RAISED(TR-IDX) ";"
                       FUNCTION TRIM(TR-CATEGORY(TR-IDX)) ";"
                       FUNCTION TRIM(TR-SEVERITY(TR-IDX)) ";"
                       FUNCTION TRIM(TR-SHIFT(TR-IDX)) ";"
                       TR-ROSTER-DATE(TR-IDX) ";"
                       TR-LEVEL(TR-IDX) ";" TR-NOTIFIED(TR-IDX) ";"
                       FUNCTION TRIM(TR-STATUS(TR-IDX)) ";"
                       FUNCTION TRIM(TR-ACK-BY(TR-IDX)) ";"
                       TR-ACK-AT(TR-IDX) ";"
                       FUNCTION TRIM(TR-TEXT(TR-IDX))
                       DELIMITED BY SIZE INTO TRACK-REC
                   WRITE TRACK-REC
               END-IF
           END-PERFORM
           CLOSE TRACK-FILE.

      *>----------------------------------------------------------
      *> 新告警
      *>----------------------------------------------------------
       SCAN-DATED-ALERT-FILE.
           MOVE SPACES TO WS-ALERT-IN-NAME
           STRING 'alerts_' WS-SCAN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ALERT-IN-NAME
           PERFORM SCAN-ALERT-FILE.

       SCAN-ALERT-FILE.
           OPEN INPUT ALERT-IN
           IF WS-ALERT-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AL-LINE-NO
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ALERT-IN
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO AL-LINE-NO
                       IF ALERT-IN-REC(1:6) = 'ALERT;'
                           PERFORM TAKE-ALERT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-IN.

       TAKE-ALERT-LINE.
           MOVE SPACES TO AL-ID
           STRING WS-SCAN-DATE '-' AL-LINE-NO
               DELIMITED BY SIZE INTO AL-ID
           MOVE 0 TO TR-FOUND
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TR-COUNT OR TR-FOUND > 0
               IF TR-ID(TR-IDX) = AL-ID
                   MOVE TR-IDX TO TR-FOUND
               END-IF
           END-PERFORM
           IF TR-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF TR-COUNT >= 3000
               IF WS-TRACK-FULL = 'N'
                   DISPLAY "ALERTDISP: more than 3000 alerts being "
                       "tracked - later alerts wait for the next run"
                   MOVE 'Y' TO WS-TRACK-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AL-TAG AL-CATEGORY AL-TEXT
           UNSTRING ALERT-IN-REC DELIMITED BY ';'
               INTO AL-TAG AL-CATEGORY
           END-UNSTRING
           MOVE ALERT-IN-REC(8 + FUNCTION LENGTH(
               FUNCTION TRIM(AL-CATEGORY)):) TO AL-TEXT
           INSPECT AL-TEXT REPLACING ALL ';' BY ','

           ADD 1 TO TR-COUNT CTL-NEW
           MOVE TR-COUNT TO TR-IDX
           MOVE AL-ID TO TR-ID(TR-IDX)
           MOVE WS-NOW-STAMP TO TR-RAISED(TR-IDX)
           MOVE FUNCTION UPPER-CASE(AL-CATEGORY) TO TR-CATEGORY(TR-IDX)
           MOVE AL-TEXT TO TR-TEXT(TR-IDX)
           MOVE SV-DEFAULT TO TR-SEVERITY(TR-IDX)
           PERFORM VARYING SV-IDX FROM 1 BY 1 UNTIL SV-IDX > SV-COUNT
               IF SV-CATEGORY(SV-IDX) = TR-CATEGORY(TR-IDX)
                   MOVE SV-SEVERITY(SV-IDX) TO TR-SEVERITY(TR-IDX)
               END-IF
           END-PERFORM
           PERFORM FIND-CURRENT-SHIFT
           MOVE WS-SHIFT-NAME TO TR-SHIFT(TR-IDX)
           MOVE WS-ROSTER-DATE TO TR-ROSTER-DATE(TR-IDX)
           MOVE 0 TO TR-LEVEL(TR-IDX) TR-ACK-AT(TR-IDX)
           MOVE WS-NOW-STAMP TO TR-NOTIFIED(TR-IDX)
           MOVE 'OPEN' TO TR-STATUS(TR-IDX)
           MOVE SPACES TO TR-ACK-BY(TR-IDX)

           MOVE 'RAISED' TO HI-EVENT
           MOVE SPACES TO HI-WHO HI-DETAIL
           STRING FUNCTION TRIM(TR-CATEGORY(TR-IDX)) " - "
               FUNCTION TRIM(TR-TEXT(TR-IDX))
               DELIMITED BY SIZE INTO HI-DETAIL
           PERFORM WRITE-HISTORY-LINE

           MOVE 1 TO FIND-LEVEL
           MOVE 'NOTIFIED' TO WS-NOTIFY-EVENT
           PERFORM NOTIFY-LEVEL
           IF RC-COUNT = 0
               ADD 1 TO CTL-UNROUTED
               MOVE 'UNROUTED' TO HI-EVENT
               MOVE SPACES TO HI-WHO HI-DETAIL
               STRING "nobody on the roster for shift "
                   FUNCTION TRIM(TR-SHIFT(TR-IDX)) " severity "
                   FUNCTION TRIM(TR-SEVERITY(TR-IDX)) " level 1"
                   DELIMITED BY SIZE INTO HI-DETAIL
               PERFORM WRITE-HISTORY-LINE
           END-IF.

      *> 現在落在哪一班；跨午夜的班過了午夜仍算前一天的班表
       FIND-CURRENT-SHIFT.
           MOVE SH-NAME(1) TO WS-SHIFT-NAME
           MOVE WS-NOW-DATE TO WS-ROSTER-DATE
           PERFORM VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > SH-COUNT
               EVALUATE TRUE
                   WHEN SH-START(SH-IDX) = SH-END(SH-IDX)
                       MOVE SH-NAME(SH-IDX) TO WS-SHIFT-NAME
                   WHEN SH-START(SH-IDX) < SH-END(SH-IDX)
                       IF WS-NOW-TIME >= SH-START(SH-IDX)
                          AND WS-NOW-TIME < SH-END(SH-IDX)
                           MOVE SH-NAME(SH-IDX) TO WS-SHIFT-NAME
                       END-IF
                   WHEN OTHER
                       IF WS-NOW-TIME >= SH-START(SH-IDX)
                           MOVE SH-NAME(SH-IDX) TO WS-SHIFT-NAME
                       END-IF
                       IF WS-NOW-TIME < SH-END(SH-IDX)
                           MOVE SH-NAME(SH-IDX) TO WS-SHIFT-NAME
                           MOVE WS-YESTERDAY TO WS-ROSTER-DATE
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------------
      *> 通知 TR-IDX 這則告警的第 FIND-LEVEL 層
      *>----------------------------------------------------------
       NOTIFY-LEVEL.
           PERFORM FIND-RECIPIENTS
           IF RC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FIND-LEVEL TO TR-LEVEL(TR-IDX)
           MOVE WS-NOW-STAMP TO TR-NOTIFIED(TR-IDX)
           MOVE FIND-LEVEL TO WS-LEVEL-DISP
           MOVE SPACES TO WS-MSG-TEXT
           STRING "[" FUNCTION TRIM(TR-SEVERITY(TR-IDX)) "] "
               FUNCTION TRIM(TR-CATEGORY(TR-IDX)) " "
               FUNCTION TRIM(TR-TEXT(TR-IDX))
               " - reply ACK " TR-ID(TR-IDX)
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > RC-COUNT
               MOVE RC-OC-IDX(RC-IDX) TO OC-IDX
               MOVE SPACES TO WS-MSG-ID
               STRING 'AL' TR-ID(TR-IDX) '-L' WS-LEVEL-DISP '-'
                   RC-IDX
                   DELIMITED BY SIZE INTO WS-MSG-ID
               IF OC-CHANNEL(OC-IDX) = 'EMAIL'
                   PERFORM WRITE-EMAIL-NOTICE
               ELSE
                   PERFORM WRITE-SMS-NOTICE
               END-IF
               ADD 1 TO CTL-NOTIFIED
               MOVE WS-NOTIFY-EVENT TO HI-EVENT
               MOVE OC-NAME(OC-IDX) TO HI-WHO
               MOVE SPACES TO HI-DETAIL
               STRING FUNCTION TRIM(OC-CHANNEL(OC-IDX)) " "
                   FUNCTION TRIM(OC-ADDRESS(OC-IDX)) " "
                   FUNCTION TRIM(WS-MSG-ID)
                   DELIMITED BY SIZE INTO HI-DETAIL
               PERFORM WRITE-HISTORY-LINE
           END-PERFORM.

      *> 值班表比對：班別、嚴重度（或 *）、層級都要對；日子
      *> 以當天代班（YYYYMMDD）優先、其次星期清單、最後 *
       FIND-RECIPIENTS.
           MOVE 0 TO RC-COUNT FIND-BEST
           COMPUTE FIND-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(TR-ROSTER-DATE(TR-IDX)), 7)
           MOVE FIND-DOW TO FIND-DOW-CHAR
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-COUNT
               MOVE 0 TO FIND-SPEC
               IF OC-SHIFT(OC-IDX) = TR-SHIFT(TR-IDX)
                  AND OC-LEVEL(OC-IDX) = FIND-LEVEL
                  AND (OC-SEVERITY(OC-IDX) = '*'
                       OR OC-SEVERITY(OC-IDX) = TR-SEVERITY(TR-IDX))
                   EVALUATE TRUE
                       WHEN OC-DAYS(OC-IDX) = '*'
                           MOVE 1 TO FIND-SPEC
                       WHEN OC-DAYS(OC-IDX)(1:8) IS NUMERIC
                           IF OC-DAYS(OC-IDX)(1:8) =
                              TR-ROSTER-DATE(TR-IDX)
                               MOVE 3 TO FIND-SPEC
                           END-IF
                       WHEN OTHER
                           MOVE 0 TO FIND-TALLY
                           INSPECT OC-DAYS(OC-IDX) TALLYING
                               FIND-TALLY FOR ALL FIND-DOW-CHAR
                           IF FIND-TALLY > 0
                               MOVE 2 TO FIND-SPEC
                           END-IF
                   END-EVALUATE
               END-IF
               MOVE FIND-SPEC TO ROW-SPEC(OC-IDX)
               IF FIND-SPEC > FIND-BEST
                   MOVE FIND-SPEC TO FIND-BEST
               END-IF
           END-PERFORM
           IF FIND-BEST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OC-IDX FROM 1 BY 1 UNTIL OC-IDX > OC-COUNT
               IF ROW-SPEC(OC-IDX) = FIND-BEST AND RC-COUNT < 20
                   ADD 1 TO RC-COUNT
                   MOVE OC-IDX TO RC-OC-IDX(RC-COUNT)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------
      *> 升級
      *>----------------------------------------------------------
       CHECK-ESCALATION.
           *> 第 1 層當初找不到人：值班表補上了就補發
           IF TR-LEVEL(TR-IDX) = 0
               MOVE 1 TO FIND-LEVEL
               MOVE 'NOTIFIED' TO WS-NOTIFY-EVENT
               PERFORM NOTIFY-LEVEL
               EXIT PARAGRAPH
           END-IF
           MOVE TR-NOTIFIED(TR-IDX) TO CALC-FROM-STAMP
           MOVE WS-NOW-STAMP TO CALC-TO-STAMP
           PERFORM COMPUTE-MINUTES
           MOVE WS-DEFAULT-ESC TO AK-MINUTES
           PERFORM VARYING ES-IDX FROM 1 BY 1 UNTIL ES-IDX > ES-COUNT
               IF ES-SEVERITY(ES-IDX) = TR-SEVERITY(TR-IDX)
                   MOVE ES-MINUTES(ES-IDX) TO AK-MINUTES
               END-IF
           END-PERFORM
           IF CALC-MINUTES < AK-MINUTES
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIND-LEVEL = TR-LEVEL(TR-IDX) + 1
           MOVE 'ESCALATED' TO WS-NOTIFY-EVENT
           PERFORM NOTIFY-LEVEL
           IF RC-COUNT > 0
               ADD 1 TO CTL-ESCALATED
           ELSE
               ADD 1 TO CTL-EXHAUSTED
               MOVE 'EXHAUSTED' TO TR-STATUS(TR-IDX)
               MOVE 'EXHAUSTED' TO HI-EVENT
               MOVE SPACES TO HI-WHO HI-DETAIL
               STRING "no acknowledgment after level "
                   TR-LEVEL(TR-IDX) " and no level " FIND-LEVEL
                   " on the roster"
                   DELIMITED BY SIZE INTO HI-DETAIL
               PERFORM WRITE-HISTORY-LINE
           END-IF.

      *> CALC-FROM → CALC-TO 相隔幾分鐘
       COMPUTE-MINUTES.
           COMPUTE CALC-MINUTES =
               (FUNCTION INTEGER-OF-DATE(CALC-TO-DATE)
                - FUNCTION INTEGER-OF-DATE(CALC-FROM-DATE)) * 1440
               + CALC-TO-HH * 60 + CALC-TO-MM
               - CALC-FROM-HH * 60 - CALC-FROM-MM.

      *>----------------------------------------------------------
      *> 確認
      *>----------------------------------------------------------
       APPLY-ACKS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACK-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ACK-REC NOT = SPACES
                           PERFORM APPLY-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE.

      *> 回覆帶的可能是訊息編號（AL + 告警編號 + 層級），只取
      *> 告警編號那段
       APPLY-ONE-ACK.
           MOVE SPACES TO AK-ID AK-USER AK-STAMP
           UNSTRING ACK-REC DELIMITED BY ';'
               INTO AK-ID AK-USER AK-STAMP
           END-UNSTRING
           MOVE FUNCTION TRIM(AK-ID) TO AK-ID
           IF AK-ID(1:2) = 'AL'
               MOVE AK-ID(3:14) TO AL-ID
               MOVE AL-ID TO AK-ID
           END-IF
           MOVE 0 TO TR-FOUND
           PERFORM VARYING TR-IDX FROM 1 BY 1
                   UNTIL TR-IDX > TR-COUNT OR TR-FOUND > 0
               IF TR-ID(TR-IDX) = AK-ID(1:14)
                   MOVE TR-IDX TO TR-FOUND
               END-IF
           END-PERFORM
           IF TR-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TR-FOUND TO TR-IDX
           IF TR-STATUS(TR-IDX) = 'ACKED'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW-STAMP TO AK-AT
           IF AK-STAMP NOT = SPACES
              AND FUNCTION TRIM(AK-STAMP) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(AK-STAMP)) = 14
               MOVE FUNCTION NUMVAL(AK-STAMP) TO AK-AT
           END-IF
           MOVE 'ACKED' TO TR-STATUS(TR-IDX)
           MOVE AK-USER TO TR-ACK-BY(TR-IDX)
           MOVE AK-AT TO TR-ACK-AT(TR-IDX)
           ADD 1 TO CTL-ACKED
           MOVE TR-RAISED(TR-IDX) TO CALC-FROM-STAMP
           MOVE AK-AT TO CALC-TO-STAMP
           PERFORM COMPUTE-MINUTES
           MOVE 0 TO AK-MINUTES
           IF CALC-MINUTES > 0
               MOVE CALC-MINUTES TO AK-MINUTES
           END-IF
           MOVE 'ACKED' TO HI-EVENT
           MOVE AK-USER TO HI-WHO
           MOVE SPACES TO HI-DETAIL
           STRING AK-MINUTES DELIMITED BY SIZE INTO HI-DETAIL
           PERFORM WRITE-HISTORY-LINE.

      *> 主控台上手動確認（閘道沒有回覆通道時）
       RECORD-MANUAL-ACK.
           MOVE SPACES TO AK-ID AK-USER
           ACCEPT AK-ID FROM ENVIRONMENT 'ALERTDISP_ID'
           ACCEPT AK-USER FROM ENVIRONMENT 'ALERTDISP_USER'
           IF AK-USER = SPACES
               ACCEPT AK-USER FROM ENVIRONMENT 'OPERATOR_ID'
           END-IF
           IF AK-USER = SPACES
               ACCEPT AK-USER FROM ENVIRONMENT 'USER'
           END-IF
           IF AK-ID = SPACES
               DISPLAY "ALERTDISP: set ALERTDISP_ID to the alert "
                   "number to acknowledge"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               OPEN OUTPUT ACK-FILE
           END-IF
           MOVE SPACES TO ACK-REC
           STRING FUNCTION TRIM(AK-ID) ";" FUNCTION TRIM(AK-USER) ";"
               WS-NOW-STAMP
               DELIMITED BY SIZE INTO ACK-REC
           WRITE ACK-REC
           CLOSE ACK-FILE
           DISPLAY "ALERTDISP: acknowledgment of "
               FUNCTION TRIM(AK-ID) " by " FUNCTION TRIM(AK-USER)
               " recorded - applied on the next dispatch run".

      *>----------------------------------------------------------
      *> 閘道批次檔（先寫工作檔，整批寫完才搬進投遞目錄）
      *>----------------------------------------------------------
       WRITE-SMS-NOTICE.
           IF WS-SMS-OPEN = 'N'
               OPEN OUTPUT SMS-FILE
               MOVE 'Y' TO WS-SMS-OPEN
               MOVE SPACES TO MG-REC
               MOVE 'H' TO MG-REC-TYPE
               MOVE WS-BATCH-ID TO MG-BATCH-ID
               MOVE 'SMS' TO MG-CHANNEL
               MOVE WS-NOW-DATE TO MG-CREATE-DATE
               MOVE WS-NOW-TIME TO MG-CREATE-TIME
               MOVE WS-SENDER-ID TO MG-SENDER-ID
               WRITE SMS-REC FROM MG-REC
           END-IF
           MOVE SPACES TO MG-REC
           MOVE 'S' TO MG-REC-TYPE
           MOVE WS-MSG-ID TO MG-S-MSG-ID
           MOVE OC-ADDRESS(OC-IDX) TO MG-S-PHONE
           MOVE WS-MSG-TEXT(1:160) TO MG-S-TEXT
           WRITE SMS-REC FROM MG-REC
           ADD 1 TO WS-SMS-COUNT.

       WRITE-EMAIL-NOTICE.
           IF WS-EML-OPEN = 'N'
               OPEN OUTPUT EML-FILE
               MOVE 'Y' TO WS-EML-OPEN
               MOVE SPACES TO MG-REC
               MOVE 'H' TO MG-REC-TYPE
               MOVE WS-BATCH-ID TO MG-BATCH-ID
               MOVE 'EMAIL' TO MG-CHANNEL
               MOVE WS-NOW-DATE TO MG-CREATE-DATE
               MOVE WS-NOW-TIME TO MG-CREATE-TIME
               MOVE WS-SENDER-ID TO MG-SENDER-ID
               WRITE EML-REC FROM MG-REC
           END-IF
           MOVE SPACES TO MG-REC
           MOVE 'E' TO MG-REC-TYPE
           MOVE WS-MSG-ID TO MG-E-MSG-ID
           MOVE OC-ADDRESS(OC-IDX) TO MG-E-ADDRESS
           MOVE SPACES TO MG-E-SUBJECT
           STRING "[" FUNCTION TRIM(TR-SEVERITY(TR-IDX)) "] alert "
               TR-ID(TR-IDX) " " FUNCTION TRIM(TR-CATEGORY(TR-IDX))
               " (level " WS-LEVEL-DISP ")"
               DELIMITED BY SIZE INTO MG-E-SUBJECT
           MOVE SPACES TO MG-E-TEXT
           STRING FUNCTION TRIM(WS-MSG-TEXT) "\n\nShift "
               FUNCTION TRIM(TR-SHIFT(TR-IDX)) ", raised "
               TR-RAISED(TR-IDX) ". Reply ACK " TR-ID(TR-IDX)
               " to stop escalation."
               DELIMITED BY SIZE INTO MG-E-TEXT
           WRITE EML-REC FROM MG-REC
           ADD 1 TO WS-EML-COUNT.

       CLOSE-GATEWAY-BATCHES.
           IF WS-SMS-OPEN = 'Y'
               MOVE SPACES TO MG-REC
               MOVE 'T' TO MG-REC-TYPE
               MOVE WS-SMS-COUNT TO MG-DETAIL-COUNT
               WRITE SMS-REC FROM MG-REC
               CLOSE SMS-FILE
               MOVE SPACES TO WS-COMMAND
               STRING 'mkdir -p ' FUNCTION TRIM(WS-GATEWAY-DIR)
                   ' && mv alertdisp_sms.tmp '
                   FUNCTION TRIM(WS-GATEWAY-DIR) '/page_sms_'
                   WS-NOW-STAMP '.txt'
                   DELIMITED BY SIZE INTO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-EML-OPEN = 'Y'
               MOVE SPACES TO MG-REC
               MOVE 'T' TO MG-REC-TYPE
               MOVE WS-EML-COUNT TO MG-DETAIL-COUNT
               WRITE EML-REC FROM MG-REC
               CLOSE EML-FILE
               MOVE SPACES TO WS-COMMAND
               STRING 'mkdir -p ' FUNCTION TRIM(WS-GATEWAY-DIR)
                   ' && mv alertdisp_email.tmp '
                   FUNCTION TRIM(WS-GATEWAY-DIR) '/page_email_'
                   WS-NOW-STAMP '.txt'
                   DELIMITED BY SIZE INTO WS-COMMAND
               CALL 'SYSTEM' USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF.

       WRITE-HISTORY-LINE.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
           END-IF
           MOVE SPACES TO HIST-REC
           STRING WS-NOW-STAMP ";" FUNCTION TRIM(HI-EVENT) ";"
               TR-ID(TR-IDX) ";" FUNCTION TRIM(TR-SHIFT(TR-IDX)) ";"
               FUNCTION TRIM(TR-SEVERITY(TR-IDX)) ";"
               TR-LEVEL(TR-IDX) ";" FUNCTION TRIM(HI-WHO) ";"
               FUNCTION TRIM(HI-DETAIL)
               DELIMITED BY SIZE INTO HIST-REC
           WRITE HIST-REC
           CLOSE HIST-FILE.
