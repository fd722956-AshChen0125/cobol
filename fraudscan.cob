       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDSCAN.
      *> 改址詐欺分析：address_changes_*.txt 每天一份，從來沒有
      *> 人跨日去看。冒名改址常見兩種樣態：
      *>   1. 頻繁改址 - 同一帳號在 30 天內改了三次以上地址
      *>   2. 多戶匯流 - 一週內好幾個彼此無關的帳號（原本不同戶）
      *>      都搬到同一個新地址
      *> 這支跨日掃異動歷史 + 主檔，兩種樣態各自打分、加總排序，
      *> 出一份詐欺組可以逐案追查的案件檔。
      *> 「戶」跟 AddressSplitterFinal 戶別鍵同一套組成：
      *> CITY + 街道 + 路 + 門牌 + 樓層 + 室號，全部大寫、去空白、
      *> 去句點。新地址取主檔現值，原地址取 addr_journal.txt
      *> 異動日的改寫前影像；原地址相同的帳號視為同一戶，不算
      *> 「無關」。只有投遞地址欄位的異動才算改址（欄位名跟
      *> ADDRNOTICE 同一份清單）。
      *> 門檻放參數檔 fraud_params.txt（一行「關鍵字;數值」，
      *> * 開頭是註解，沒寫的項目用預設值）：
      *>   VELOCITY_WINDOW_DAYS;30   頻繁改址的觀察天數
      *>   VELOCITY_MIN_CHANGES;3    觀察期內改址幾天算成案
      *>   VELOCITY_WEIGHT;10        每一次改址的分數
      *>   CONVERGE_WINDOW_DAYS;7    匯流的觀察天數
      *>   CONVERGE_MIN_ACCOUNTS;3   同一目的地幾戶算成案
      *>   CONVERGE_WEIGHT;15        匯流每一戶的分數
      *>   MIN_CASE_SCORE;0          低於這個分數不列案
      *>   FRAUD_PARAM_FILE = 參數檔（預設 fraud_params.txt）
      *>   FRAUD_CASE_FILE  = 案件檔（預設 fraud_cases_YYYYMMDD.txt）
      *> 案件檔一行一案：
      *>   名次;帳號;總分;觀察期改址次數;同目的地戶數;最後改址日;
      *>   成案原因;目的地
      *> 有任何成案 RETURN-CODE 4，沒有就 0。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LS-FILE ASSIGN TO 'fraudscan_ls.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LS-FILE.
       01  LS-REC          PIC X(150).
       FD  DATA-FILE.
       01  DATA-REC        PIC X(400).
       FD  PARM-FILE.
       01  PARM-REC        PIC X(100).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CASE-FILE.
       01  CASE-REC        PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-COMMAND           PIC X(200).
       01 WS-LS-STATUS         PIC XX.
       01 WS-DATA-FILE-NAME    PIC X(150).
       01 WS-DATA-STATUS       PIC XX.
       01 WS-PARM-FILE-NAME    PIC X(100).
       01 WS-PARM-STATUS       PIC XX.
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-CASE-FILE-NAME    PIC X(100).
       01 LS-EOF               PIC X.
       01 DATA-EOF             PIC X.
       01 PARM-EOF             PIC X VALUE 'N'.
       01 JRNL-EOF             PIC X VALUE 'N'.

       *> 參數（預設值：30 天內改址 3 天以上、7 天內 3 戶以上匯流到
       *> 同一個目的地；權重 10/15，最低分數 0 = 全部列案）
       01 PRM-KEYWORD          PIC X(30).
       01 PRM-VALUE            PIC X(20).
       01 PRM-VEL-DAYS         PIC 9(3) VALUE 30.
       01 PRM-VEL-MIN          PIC 9(3) VALUE 3.
       01 PRM-VEL-WEIGHT       PIC 9(3) VALUE 10.
       01 PRM-CONV-DAYS        PIC 9(3) VALUE 7.
       01 PRM-CONV-MIN         PIC 9(3) VALUE 3.
       01 PRM-CONV-WEIGHT      PIC 9(3) VALUE 15.
       01 PRM-MIN-SCORE        PIC 9(5) VALUE 0.

       *> 觀察期起點（整數日）
       01 WS-TODAY-INT         PIC 9(7).
       01 WS-VEL-START-INT     PIC 9(7).
       01 WS-CONV-START-INT    PIC 9(7).
       01 WS-SCAN-START-INT    PIC 9(7).
       01 WS-FILE-INT          PIC 9(7).
       01 WS-FILE-DATE         PIC X(8).
       01 WS-IN-VEL-WINDOW     PIC X.
       01 WS-IN-CONV-WINDOW    PIC X.

       *> 異動檔清單（日期遞增處理，改址天數才數得對）
       01 CHG-FILE-TABLE.
           05 CHG-FILE-DATE OCCURS 400 TIMES PIC X(8).
       01 CHG-FILE-COUNT       PIC 9(3) VALUE 0.
       01 CHG-IDX              PIC 9(3).
       01 CHG-IDX2             PIC 9(3).
       01 CHG-SWAP             PIC X(8).

       *> 異動行拆欄
       01 CHG-ACCOUNT          PIC X(100).
       01 CHG-FIELD            PIC X(20).
       01 CHG-OLD              PIC X(100).
       01 CHG-NEW              PIC X(100).
       01 CHG-DATE             PIC X(8).

       *> 觀察期內有改址的帳號
       01 CA-TABLE.
           05 CA-ENTRY OCCURS 5000 TIMES.
               10 CA-ACCOUNT       PIC X(30).
               10 CA-CHANGES       PIC 9(3).
               10 CA-LAST-DATE     PIC X(8).
               10 CA-RECENT        PIC X.
               10 CA-CONV-DATE     PIC X(8).
               10 CA-ORIGIN-KEY    PIC X(200).
               10 CA-DEST-KEY      PIC X(200).
               10 CA-DEST-TEXT     PIC X(120).
               10 CA-ORIGIN-DUP    PIC X.
               10 CA-DEST-COUNT    PIC 9(4).
               10 CA-SCORE         PIC 9(5).
               10 CA-REASONS       PIC X(30).
       01 CA-COUNT             PIC 9(4) VALUE 0.
       01 CA-IDX               PIC 9(4).
       01 CA-IDX2              PIC 9(4).
       01 CA-FOUND             PIC 9(4).

       *> 新地址取哪個地址角色：依序試讀，第一個讀到的就用
       *> （冒名改址要改的是寄對帳單的郵寄地址）
       01 ROLE-PREF-TABLE.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-PREF-R REDEFINES ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.

       *> 排名用的索引表
       01 RK-TABLE.
           05 RK-ENTRY OCCURS 5000 TIMES PIC 9(4).
       01 RK-COUNT             PIC 9(4) VALUE 0.
       01 RK-IDX               PIC 9(4).
       01 RK-IDX2              PIC 9(4).
       01 RK-SWAP              PIC 9(4).

       *> 戶別組成正規化
       01 NK-WORK              PIC X(400).
       01 NK-OUT               PIC X(200).
       01 NK-SCAN              PIC 9(3).
       01 NK-PTR               PIC 9(3).

       01 CTL-CHG-LINES        PIC 9(7) VALUE 0.
       01 CTL-CASES            PIC 9(5) VALUE 0.
       01 WS-RANK-DISP         PIC ZZZZ9.
       01 WS-SCORE-DISP        PIC ZZZZ9.
       01 WS-CHG-DISP          PIC ZZ9.
       01 WS-DEST-DISP         PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'fraud_params.txt' TO WS-PARM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'FRAUD_PARAM_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PARM-FILE-NAME
           END-IF
           STRING 'fraud_cases_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CASE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'FRAUD_CASE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CASE-FILE-NAME
           END-IF
           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF

           PERFORM LOAD-PARAMETERS

           *> 觀察期含當天：30 天 = 今天往回 29 天起算
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-VEL-START-INT = WS-TODAY-INT - PRM-VEL-DAYS + 1
           COMPUTE WS-CONV-START-INT =
               WS-TODAY-INT - PRM-CONV-DAYS + 1
           MOVE WS-VEL-START-INT TO WS-SCAN-START-INT
           IF WS-CONV-START-INT < WS-SCAN-START-INT
               MOVE WS-CONV-START-INT TO WS-SCAN-START-INT
           END-IF

           PERFORM COLLECT-CHANGE-FILES
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-FILE-COUNT
               PERFORM SCAN-CHANGE-FILE
           END-PERFORM

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "FRAUDSCAN: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DESTINATIONS
           CLOSE MAST-FILE
           PERFORM LOAD-ORIGINS
           PERFORM COUNT-CONVERGENCE
           PERFORM SCORE-ACCOUNTS
           PERFORM WRITE-CASE-FILE

           DISPLAY "FRAUDSCAN: " CHG-FILE-COUNT " change file(s), "
               CA-COUNT " account(s) with address changes, "
               CTL-CASES " case(s) - see "
               FUNCTION TRIM(WS-CASE-FILE-NAME)
           IF CTL-CASES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "FRAUDSCAN: no parameter file "
                   FUNCTION TRIM(WS-PARM-FILE-NAME)
                   " - using default thresholds"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PARM-EOF = 'Y'
               READ PARM-FILE
                   AT END MOVE 'Y' TO PARM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PARM-REC) NOT = SPACES
                          AND PARM-REC(1:1) NOT = '*'
                           PERFORM STORE-PARAMETER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.

       STORE-PARAMETER.
           MOVE SPACES TO PRM-KEYWORD PRM-VALUE
           UNSTRING PARM-REC DELIMITED BY ';'
               INTO PRM-KEYWORD PRM-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(PRM-VALUE) IS NOT NUMERIC
              OR FUNCTION TRIM(PRM-VALUE) = SPACES
               DISPLAY "WARNING: fraud parameter "
                   FUNCTION TRIM(PRM-KEYWORD)
                   " is not numeric - default kept"
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(PRM-KEYWORD))
               WHEN 'VELOCITY_WINDOW_DAYS'
                   MOVE FUNCTION NUMVAL(PRM-VALUE) TO PRM-VEL-DAYS
               WHEN 'VELOCITY_MIN_CHANGES'
                   MOVE FUNCTION NUMVAL(PRM-VALUE) TO PRM-VEL-MIN
               WHEN 'VELOCITY_WEIGHT'
                   MOVE FUNCTION NUMVAL(PRM-VALUE) TO PRM-VEL-WEIGHT
               WHEN 'CONVERGE_WINDOW_DAYS'
                   MOVE FUNCTION NUMVAL(PRM-VALUE) TO PRM-CONV-DAYS
               WHEN 'CONVERGE_MIN_ACCOUNTS'
                   MOVE FUNCTION NUMVAL(PRM-VALUE) TO PRM-CONV-MIN
               WHEN 'CONVERGE_WEIGHT'
                   MOVE FUNCTION NUMVAL(PRM-VALUE) TO PRM-CONV-WEIGHT
               WHEN 'MIN_CASE_SCORE'
                   MOVE FUNCTION NUMVAL(PRM-VALUE) TO PRM-MIN-SCORE
               WHEN OTHER
                   DISPLAY "WARNING: fraud parameter file - unknown "
                       "keyword ignored: " FUNCTION TRIM(PRM-KEYWORD)
           END-EVALUATE
           IF PRM-VEL-DAYS = 0
               MOVE 30 TO PRM-VEL-DAYS
           END-IF
           IF PRM-CONV-DAYS = 0
               MOVE 7 TO PRM-CONV-DAYS
           END-IF.

       *> 收集觀察期內的異動檔並依日期遞增排序
       COLLECT-CHANGE-FILES.
           MOVE 'ls -1 address_changes_*.txt > fraudscan_ls.txt '
               & '2>/dev/null' TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
           OPEN INPUT LS-FILE
           IF WS-LS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LS-EOF = 'Y'
               READ LS-FILE
                   AT END MOVE 'Y' TO LS-EOF
                   NOT AT END
                       MOVE LS-REC(17:8) TO WS-FILE-DATE
                       IF WS-FILE-DATE IS NUMERIC
                          AND CHG-FILE-COUNT < 400
                           COMPUTE WS-FILE-INT =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(WS-FILE-DATE))
                           IF WS-FILE-INT >= WS-SCAN-START-INT
                              AND WS-FILE-INT <= WS-TODAY-INT
                               ADD 1 TO CHG-FILE-COUNT
                               MOVE WS-FILE-DATE
                                   TO CHG-FILE-DATE(CHG-FILE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LS-FILE
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-FILE-COUNT
               PERFORM VARYING CHG-IDX2 FROM CHG-IDX BY 1
                       UNTIL CHG-IDX2 > CHG-FILE-COUNT
                   IF CHG-FILE-DATE(CHG-IDX2) <
                      CHG-FILE-DATE(CHG-IDX)
                       MOVE CHG-FILE-DATE(CHG-IDX) TO CHG-SWAP
                       MOVE CHG-FILE-DATE(CHG-IDX2)
                           TO CHG-FILE-DATE(CHG-IDX)
                       MOVE CHG-SWAP TO CHG-FILE-DATE(CHG-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       *> 一天的異動檔：同一帳號同一天不管動幾個欄位都只算
       *> 一次改址
       SCAN-CHANGE-FILE.
           COMPUTE WS-FILE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CHG-FILE-DATE(CHG-IDX)))
           MOVE 'N' TO WS-IN-VEL-WINDOW WS-IN-CONV-WINDOW
           IF WS-FILE-INT >= WS-VEL-START-INT
               MOVE 'Y' TO WS-IN-VEL-WINDOW
           END-IF
           IF WS-FILE-INT >= WS-CONV-START-INT
               MOVE 'Y' TO WS-IN-CONV-WINDOW
           END-IF
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING 'address_changes_' CHG-FILE-DATE(CHG-IDX) '.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DATA-EOF = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO DATA-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DATA-REC) NOT = SPACES
                          AND DATA-REC(1:4) NOT = 'MAN;'
                           ADD 1 TO CTL-CHG-LINES
                           PERFORM TALLY-CHANGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE.

       TALLY-CHANGE-LINE.
           MOVE SPACES TO CHG-ACCOUNT CHG-FIELD CHG-OLD CHG-NEW
               CHG-DATE
           UNSTRING DATA-REC DELIMITED BY ';'
               INTO CHG-ACCOUNT CHG-FIELD CHG-OLD CHG-NEW CHG-DATE
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CHG-FIELD))
               WHEN 'RM'   WHEN 'F'   WHEN 'BUILDING'
               WHEN 'NO'   WHEN 'ALY' WHEN 'LN'   WHEN 'SEC'
               WHEN 'STREET_ST'      WHEN 'AVENUE_AVE'
               WHEN 'WAY'            WHEN 'BOULEVARD_BLVD'
               WHEN 'ROAD_RD'        WHEN 'DRIVE_DR'
               WHEN 'TOWN' WHEN 'DISTRICT' WHEN 'CITY'
               WHEN 'COUNTY' WHEN 'PROVINCE' WHEN 'STATE'
               WHEN 'ZIP'  WHEN 'COUNTRY'  WHEN 'POBOX'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(CHG-ACCOUNT) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CA-FOUND
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT OR CA-FOUND > 0
               IF CA-ACCOUNT(CA-IDX) = FUNCTION TRIM(CHG-ACCOUNT)
                   MOVE CA-IDX TO CA-FOUND
               END-IF
           END-PERFORM
           IF CA-FOUND = 0
               IF CA-COUNT >= 5000
                   DISPLAY "WARNING: more than 5000 accounts changed "
                       "address in the window - analysis is partial"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CA-COUNT
               MOVE CA-COUNT TO CA-FOUND
               MOVE FUNCTION TRIM(CHG-ACCOUNT) TO CA-ACCOUNT(CA-FOUND)
               MOVE 0 TO CA-CHANGES(CA-FOUND)
               MOVE SPACES TO CA-LAST-DATE(CA-FOUND)
               MOVE 'N' TO CA-RECENT(CA-FOUND)
               MOVE SPACES TO CA-CONV-DATE(CA-FOUND)
               MOVE SPACES TO CA-ORIGIN-KEY(CA-FOUND)
               MOVE SPACES TO CA-DEST-KEY(CA-FOUND)
               MOVE SPACES TO CA-DEST-TEXT(CA-FOUND)
               MOVE 'N' TO CA-ORIGIN-DUP(CA-FOUND)
               MOVE 0 TO CA-DEST-COUNT(CA-FOUND)
               MOVE 0 TO CA-SCORE(CA-FOUND)
               MOVE SPACES TO CA-REASONS(CA-FOUND)
           END-IF
           IF CA-LAST-DATE(CA-FOUND) = CHG-FILE-DATE(CHG-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-FILE-DATE(CHG-IDX) TO CA-LAST-DATE(CA-FOUND)
           IF WS-IN-VEL-WINDOW = 'Y'
               ADD 1 TO CA-CHANGES(CA-FOUND)
           END-IF
           *> 匯流看的是觀察期內第一次改址：原地址取那一天的
           *> 改寫前影像
           IF WS-IN-CONV-WINDOW = 'Y' AND CA-RECENT(CA-FOUND) = 'N'
               MOVE 'Y' TO CA-RECENT(CA-FOUND)
               MOVE CHG-FILE-DATE(CHG-IDX) TO CA-CONV-DATE(CA-FOUND)
           END-IF.

       *> 近期改址帳號的新地址 = 主檔現值
       LOAD-DESTINATIONS.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
               IF CA-RECENT(CA-IDX) = 'Y'
                   PERFORM READ-MAST-BY-ROLE
                   IF WS-ROLE-FOUND = 'N'
                       MOVE 'N' TO CA-RECENT(CA-IDX)
                   ELSE
                       PERFORM BUILD-HOUSEHOLD-KEY
                       MOVE NK-OUT TO CA-DEST-KEY(CA-IDX)
                       MOVE SPACES TO CA-DEST-TEXT(CA-IDX)
                       STRING FUNCTION TRIM(MAST-NO) " "
                           FUNCTION TRIM(MAST-STREET) " "
                           FUNCTION TRIM(MAST-ROAD) " "
                           FUNCTION TRIM(MAST-F) " "
                           FUNCTION TRIM(MAST-RM) " "
                           FUNCTION TRIM(MAST-CITY) " "
                           FUNCTION TRIM(MAST-ZIP)
                           DELIMITED BY SIZE
                           INTO CA-DEST-TEXT(CA-IDX)
                       IF NK-OUT = SPACES
                           MOVE 'N' TO CA-RECENT(CA-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *> 帳號依 ROLE-PREF 順序試讀主檔，讀到就停
       READ-MAST-BY-ROLE.
           MOVE 'N' TO WS-ROLE-FOUND
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > 3 OR WS-ROLE-FOUND = 'Y'
               MOVE CA-ACCOUNT(CA-IDX) TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
           END-PERFORM.

       *> 原地址 = 觀察期內第一次改址那天的第一筆改寫前影像
       LOAD-ORIGINS.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "FRAUDSCAN: cannot open addr_journal.txt - "
                   "every mover counts as a separate household"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRNL-EOF = 'Y'
               READ JRNL-FILE
                   AT END MOVE 'Y' TO JRNL-EOF
                   NOT AT END
                       IF JRNL-TYPE = 'B'
                           PERFORM MATCH-ORIGIN-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

       MATCH-ORIGIN-IMAGE.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
               IF CA-RECENT(CA-IDX) = 'Y'
                  AND CA-ORIGIN-KEY(CA-IDX) = SPACES
                  AND CA-ACCOUNT(CA-IDX) = JRNL-IMAGE(1:30)
                  AND CA-CONV-DATE(CA-IDX) = JRNL-DATE
                   MOVE JRNL-IMAGE TO MAST-REC
                   PERFORM BUILD-HOUSEHOLD-KEY
                   MOVE NK-OUT TO CA-ORIGIN-KEY(CA-IDX)
               END-IF
           END-PERFORM.

       *> 每個目的地數「不同原戶」：同目的地裡原地址跟前面某一
       *> 戶相同的標成重複，剩下的才是彼此無關的帳號。找不到
       *> 原地址的帳號一律當獨立一戶（鍵用帳號本身）。
       COUNT-CONVERGENCE.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
               IF CA-RECENT(CA-IDX) = 'Y'
                  AND CA-ORIGIN-KEY(CA-IDX) = SPACES
                   STRING 'ACCT:' CA-ACCOUNT(CA-IDX)
                       DELIMITED BY SIZE INTO CA-ORIGIN-KEY(CA-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
               IF CA-RECENT(CA-IDX) = 'Y'
                   PERFORM VARYING CA-IDX2 FROM 1 BY 1
                           UNTIL CA-IDX2 >= CA-IDX
                              OR CA-ORIGIN-DUP(CA-IDX) = 'Y'
                       IF CA-RECENT(CA-IDX2) = 'Y'
                          AND CA-DEST-KEY(CA-IDX2) =
                              CA-DEST-KEY(CA-IDX)
                          AND CA-ORIGIN-KEY(CA-IDX2) =
                              CA-ORIGIN-KEY(CA-IDX)
                           MOVE 'Y' TO CA-ORIGIN-DUP(CA-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
               IF CA-RECENT(CA-IDX) = 'Y'
                   PERFORM VARYING CA-IDX2 FROM 1 BY 1
                           UNTIL CA-IDX2 > CA-COUNT
                       IF CA-RECENT(CA-IDX2) = 'Y'
                          AND CA-ORIGIN-DUP(CA-IDX2) = 'N'
                          AND CA-DEST-KEY(CA-IDX2) =
                              CA-DEST-KEY(CA-IDX)
                           ADD 1 TO CA-DEST-COUNT(CA-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       *> 兩種樣態各自過門檻才計分，總分過最低分才列案
       SCORE-ACCOUNTS.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
               MOVE 0 TO CA-SCORE(CA-IDX)
               MOVE SPACES TO CA-REASONS(CA-IDX)
               IF CA-CHANGES(CA-IDX) >= PRM-VEL-MIN
                  AND PRM-VEL-MIN > 0
                   COMPUTE CA-SCORE(CA-IDX) = CA-SCORE(CA-IDX)
                       + CA-CHANGES(CA-IDX) * PRM-VEL-WEIGHT
                   MOVE 'VELOCITY' TO CA-REASONS(CA-IDX)
               END-IF
               IF CA-DEST-COUNT(CA-IDX) >= PRM-CONV-MIN
                  AND PRM-CONV-MIN > 0
                   COMPUTE CA-SCORE(CA-IDX) = CA-SCORE(CA-IDX)
                       + CA-DEST-COUNT(CA-IDX) * PRM-CONV-WEIGHT
                   IF CA-REASONS(CA-IDX) = SPACES
                       MOVE 'CONVERGENCE' TO CA-REASONS(CA-IDX)
                   ELSE
                       MOVE 'VELOCITY+CONVERGENCE'
                           TO CA-REASONS(CA-IDX)
                   END-IF
               END-IF
               IF CA-REASONS(CA-IDX) NOT = SPACES
                  AND CA-SCORE(CA-IDX) >= PRM-MIN-SCORE
                   ADD 1 TO RK-COUNT
                   MOVE CA-IDX TO RK-ENTRY(RK-COUNT)
               END-IF
           END-PERFORM
           *> 分數遞減（同分依帳號遞增，名次才穩定）
           PERFORM VARYING RK-IDX FROM 1 BY 1
                   UNTIL RK-IDX > RK-COUNT
               PERFORM VARYING RK-IDX2 FROM RK-IDX BY 1
                       UNTIL RK-IDX2 > RK-COUNT
                   IF CA-SCORE(RK-ENTRY(RK-IDX2)) >
                      CA-SCORE(RK-ENTRY(RK-IDX))
                      OR (CA-SCORE(RK-ENTRY(RK-IDX2)) =
                          CA-SCORE(RK-ENTRY(RK-IDX))
                          AND CA-ACCOUNT(RK-ENTRY(RK-IDX2)) <
                              CA-ACCOUNT(RK-ENTRY(RK-IDX)))
                       MOVE RK-ENTRY(RK-IDX) TO RK-SWAP
                       MOVE RK-ENTRY(RK-IDX2) TO RK-ENTRY(RK-IDX)
                       MOVE RK-SWAP TO RK-ENTRY(RK-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CASE-FILE.
           OPEN OUTPUT CASE-FILE
           MOVE SPACES TO CASE-REC
           STRING "Rank;AccountID;Score;ChangesInWindow;"
               "AccountsAtDestination;LastChangeDate;Reasons;"
               "Destination"
               DELIMITED BY SIZE INTO CASE-REC
           WRITE CASE-REC
           PERFORM VARYING RK-IDX FROM 1 BY 1
                   UNTIL RK-IDX > RK-COUNT
               MOVE RK-ENTRY(RK-IDX) TO CA-IDX
               MOVE RK-IDX TO WS-RANK-DISP
               MOVE CA-SCORE(CA-IDX) TO WS-SCORE-DISP
               MOVE CA-CHANGES(CA-IDX) TO WS-CHG-DISP
               MOVE CA-DEST-COUNT(CA-IDX) TO WS-DEST-DISP
               MOVE SPACES TO CASE-REC
               STRING FUNCTION TRIM(WS-RANK-DISP) ";"
                   FUNCTION TRIM(CA-ACCOUNT(CA-IDX)) ";"
                   FUNCTION TRIM(WS-SCORE-DISP) ";"
                   FUNCTION TRIM(WS-CHG-DISP) ";"
                   FUNCTION TRIM(WS-DEST-DISP) ";"
                   CA-LAST-DATE(CA-IDX) ";"
                   FUNCTION TRIM(CA-REASONS(CA-IDX)) ";"
                   FUNCTION TRIM(CA-DEST-TEXT(CA-IDX))
                   DELIMITED BY SIZE INTO CASE-REC
               WRITE CASE-REC
               ADD 1 TO CTL-CASES
           END-PERFORM
           MOVE SPACES TO CASE-REC
           STRING "=== " CTL-CASES " case(s) from " CA-COUNT
               " changed account(s); thresholds velocity "
               PRM-VEL-MIN "/" PRM-VEL-DAYS "d, convergence "
               PRM-CONV-MIN "/" PRM-CONV-DAYS "d ==="
               DELIMITED BY SIZE INTO CASE-REC
           WRITE CASE-REC
           CLOSE CASE-FILE.

       *> 戶別組成：CITY + 街道 + 路 + 門牌 + 樓層 + 室號，
       *> 大寫後去掉空白與句點（跟 AddressSplitterFinal 歸戶同一
       *> 套組成），結果放 NK-OUT
       BUILD-HOUSEHOLD-KEY.
           MOVE SPACES TO NK-WORK NK-OUT
           STRING FUNCTION TRIM(MAST-CITY)
               FUNCTION TRIM(MAST-STREET)
               FUNCTION TRIM(MAST-ROAD)
               FUNCTION TRIM(MAST-NO)
               FUNCTION TRIM(MAST-F)
               FUNCTION TRIM(MAST-RM)
               DELIMITED BY SIZE INTO NK-WORK
           MOVE FUNCTION UPPER-CASE(NK-WORK) TO NK-WORK
           MOVE 1 TO NK-PTR
           PERFORM VARYING NK-SCAN FROM 1 BY 1
                   UNTIL NK-SCAN > 400 OR NK-PTR > 200
               IF NK-WORK(NK-SCAN:1) NOT = SPACE
                  AND NK-WORK(NK-SCAN:1) NOT = '.'
                   MOVE NK-WORK(NK-SCAN:1) TO NK-OUT(NK-PTR:1)
                   ADD 1 TO NK-PTR
               END-IF
           END-PERFORM.
