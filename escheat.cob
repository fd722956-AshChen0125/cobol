       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
      *> 無人認領財產（escheatment）候選名單：掛退郵旗標 'U' 好幾
      *> 年的帳號就是休眠財產候選，各州/各國的休眠期間與盡職通知
      *> 信期限都不一樣，以前是試算表在追。
      *> 依主鍵走地址主檔，帳號任一個角色目前是 'U' 就算退郵中；
      *> 從 undeliv_transitions.txt（帳號;舊;新;原因;日期）找出
      *> 「連續退郵起日」：最後一次從已清除（' '）轉成 'U' 的日期
      *> - U/R 之間來回（改過地址又退）不算中斷，清除才算；轉換
      *> 歷史裡找不到的（旗標早於轉換紀錄）用 MAST-UNDELIV-DATE。
      *> 管轄地依 MAST-STATE、再 MAST-COUNTRY 查規則檔，都沒有用
      *> DEFAULT 那一行。規則檔 escheat_rules.txt 一行一個管轄地：
      *>   「管轄地;休眠年數;通知信提前天數;申報截止MMDD;主管機關」
      *>   例：CA;3;120;1101;California State Controller
      *> 連續退郵滿休眠年數的是 DORMANT，再 ESCHEAT_LOOKAHEAD 天
      *> 內就滿的列為 APPROACHING（只列不寄信）。申報截止日取休
      *> 眠日當年（或次年）的 MMDD，通知信最晚要在截止日前「提前
      *> 天數」寄出；DORMANT 已經過了寄信期限的標 LATE。
      *> DORMANT 帳號切進盡職通知信名單 escheat_letters_YYYYMMDD.txt
      *> （第一欄帳號、首行表頭，LETTERGEN 用 LETTER_SELECT_FILE
      *> 指過去、LETTER_TEMPLATE 指盡職通知信模板）；同一個申報
      *> 截止日已經寄過的（escheat_letters_sent.txt，只追加）不再
      *> 切一次。候選報表依管轄地分段，附申報行事曆：
      *> escheat_candidates_YYYYMMDD.txt。有 LATE 或找不到規則的
      *> 帳號時 RETURN-CODE 4。
      *>   ESCHEAT_RULES_FILE = 規則檔（預設 escheat_rules.txt）
      *>   ESCHEAT_LOOKAHEAD  = 預告天數（預設 90）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT TRANS-FILE ASSIGN TO 'undeliv_transitions.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT SENT-FILE ASSIGN TO 'escheat_letters_sent.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT SORT-FILE ASSIGN TO "escheat_work.tmp".
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT LET-FILE ASSIGN TO DYNAMIC WS-LET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-REC       PIC X(200).
       FD  TRANS-FILE.
       01  TRANS-REC       PIC X(160).
       FD  SENT-FILE.
       01  SENT-REC        PIC X(80).

       *> 退郵旗標轉換依帳號、日期、原始行序排好
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-ACCOUNT   PIC X(30).
           05 SR-DATE      PIC 9(8).
           05 SR-SEQ       PIC 9(9).
           05 SR-NEW-FLAG  PIC X(1).

       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  LET-FILE.
       01  LET-REC         PIC X(150).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-RULES-FILE-NAME   PIC X(100).
       01 WS-RULES-STATUS      PIC XX.
       01 WS-TRANS-STATUS      PIC XX.
       01 WS-SENT-STATUS       PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-LET-FILE-NAME     PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 RULES-EOF            PIC X VALUE 'N'.
       01 TRANS-EOF            PIC X VALUE 'N'.
       01 SENT-EOF             PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.
       01 MAST-EOF             PIC X VALUE 'N'.

       01 WS-LOOKAHEAD         PIC 9(3) VALUE 90.
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-HORIZON-DATE      PIC 9(8).
       01 WS-WORK-INT          PIC 9(8).
       01 WS-WORK-DATE         PIC 9(8).
       01 WS-WORK-YEAR         PIC 9(4).

       *> 轉換行拆欄
       01 TX-ACCOUNT           PIC X(30).
       01 TX-OLD               PIC X(1).
       01 TX-NEW               PIC X(1).
       01 TX-CAUSE             PIC X(20).
       01 TX-DATE              PIC X(10).
       01 CTL-TRANS-SEQ        PIC 9(9) VALUE 0.

       *> 規則檔
       01 RX-KEY               PIC X(30).
       01 RX-YEARS             PIC X(4).
       01 RX-LEAD              PIC X(4).
       01 RX-DUE               PIC X(4).
       01 RX-AUTH              PIC X(60).
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 300 TIMES.
               10 RULE-KEY         PIC X(30).
               10 RULE-YEARS       PIC 9(2).
               10 RULE-LEAD        PIC 9(3).
               10 RULE-DUE-MMDD    PIC 9(4).
               10 RULE-AUTH        PIC X(60).
               10 RULE-DORMANT     PIC 9(7).
               10 RULE-APPROACH    PIC 9(7).
               10 RULE-LETTERS     PIC 9(7).
               10 RULE-LATE        PIC 9(7).
               10 RULE-NEXT-DUE    PIC 9(8).
               10 RULE-NEXT-LETTER PIC 9(8).
       01 RULE-COUNT           PIC 9(3) VALUE 0.
       01 RULE-IDX             PIC 9(3).
       01 RULE-FOUND           PIC 9(3).
       01 RULE-DEFAULT         PIC 9(3) VALUE 0.
       01 WS-RULE-LOOKUP       PIC X(30).

       *> 已寄過盡職通知信的帳號 + 申報截止日
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 20000 TIMES.
               10 SENT-ACCOUNT     PIC X(30).
               10 SENT-DUE         PIC X(8).
       01 SENT-COUNT           PIC 9(5) VALUE 0.
       01 SENT-IDX             PIC 9(5).
       01 SENT-FOUND           PIC X.
       01 SX-ACCOUNT           PIC X(30).
       01 SX-DUE               PIC X(8).

       *> 主檔上的一個帳號（所有角色併成一筆，取第一個 'U' 角色）
       01 MST-ACCOUNT          PIC X(30).
       01 MST-U-ROLE           PIC X(12).
       01 MST-STATE            PIC X(50).
       01 MST-COUNTRY          PIC X(50).
       01 MST-UNDELIV-DATE     PIC 9(8).
       01 MST-SINCE            PIC 9(8).

       *> 候選帳號
       01 CAND-TABLE.
           05 CAND-ENTRY OCCURS 20000 TIMES.
               10 CAND-ACCOUNT     PIC X(30).
               10 CAND-ROLE        PIC X(12).
               10 CAND-RULE        PIC 9(3).
               10 CAND-JUR         PIC X(30).
               10 CAND-SINCE       PIC 9(8).
               10 CAND-DORMANT     PIC 9(8).
               10 CAND-LETTER-BY   PIC 9(8).
               10 CAND-DUE         PIC 9(8).
               10 CAND-STATUS      PIC X(11).
               10 CAND-LETTER      PIC X(12).
       01 CAND-COUNT           PIC 9(5) VALUE 0.
       01 CAND-IDX             PIC 9(5).
       01 WS-DORMANT-DATE      PIC 9(8).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-LETTER-BY         PIC 9(8).
       01 WS-STATUS            PIC X(11).

       01 CTL-MAST-ACCOUNTS    PIC 9(7) VALUE 0.
       01 CTL-UNDELIV          PIC 9(7) VALUE 0.
       01 CTL-NO-DATE          PIC 9(7) VALUE 0.
       01 CTL-DORMANT          PIC 9(7) VALUE 0.
       01 CTL-APPROACH         PIC 9(7) VALUE 0.
       01 CTL-LETTERS          PIC 9(7) VALUE 0.
       01 CTL-ALREADY-SENT     PIC 9(7) VALUE 0.
       01 CTL-LATE             PIC 9(7) VALUE 0.
       01 CTL-NO-RULE          PIC 9(7) VALUE 0.
       01 CTL-OVERFLOW         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-FILE-NAMES
           PERFORM LOAD-RULES
           IF RULE-COUNT = 0
               DISPLAY "ESCHEAT: no dormancy rules in "
                   FUNCTION TRIM(WS-RULES-FILE-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SENT-LETTERS

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "ESCHEAT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-FILE
               ASCENDING KEY SR-ACCOUNT SR-DATE SR-SEQ
               INPUT PROCEDURE IS FEED-TRANSITIONS
               OUTPUT PROCEDURE IS MATCH-AGAINST-MASTER
           CLOSE MAST-FILE

           PERFORM WRITE-LETTER-SELECTION
           PERFORM WRITE-CANDIDATE-REPORT

           DISPLAY "ESCHEAT totals"
           DISPLAY "  Master accounts           : " CTL-MAST-ACCOUNTS
           DISPLAY "  Currently undeliverable   : " CTL-UNDELIV
           DISPLAY "  Dormant candidates        : " CTL-DORMANT
           DISPLAY "  Approaching dormancy      : " CTL-APPROACH
           DISPLAY "  Letters selected          : " CTL-LETTERS
           DISPLAY "  Letters already sent      : " CTL-ALREADY-SENT
           DISPLAY "  Past letter deadline      : " CTL-LATE
           DISPLAY "  No dormancy rule          : " CTL-NO-RULE
           DISPLAY "  See " FUNCTION TRIM(WS-RPT-FILE-NAME) " and "
               FUNCTION TRIM(WS-LET-FILE-NAME)
           IF CTL-LATE > 0 OR CTL-NO-RULE > 0 OR CTL-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE 'escheat_rules.txt' TO WS-RULES-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ESCHEAT_RULES_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RULES-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ESCHEAT_LOOKAHEAD'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-LOOKAHEAD
           END-IF
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-LOOKAHEAD
           COMPUTE WS-HORIZON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           STRING 'escheat_letters_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-LET-FILE-NAME
           STRING 'escheat_candidates_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.

       *> 規則檔：* 開頭是註解；管轄地一律大寫比對
       LOAD-RULES.
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RULES-EOF = 'Y'
               READ RULES-FILE
                   AT END MOVE 'Y' TO RULES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RULES-REC) NOT = SPACES
                          AND RULES-REC(1:1) NOT = '*'
                          AND RULE-COUNT < 300
                           PERFORM TAKE-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULES-FILE.

       TAKE-ONE-RULE.
           MOVE SPACES TO RX-KEY RX-YEARS RX-LEAD RX-DUE RX-AUTH
           UNSTRING RULES-REC DELIMITED BY ';'
               INTO RX-KEY RX-YEARS RX-LEAD RX-DUE RX-AUTH
           END-UNSTRING
           IF FUNCTION TRIM(RX-KEY) = SPACES
              OR FUNCTION TRIM(RX-YEARS) IS NOT NUMERIC
               DISPLAY "ESCHEAT: rule line ignored - "
                   FUNCTION TRIM(RULES-REC)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RULE-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-KEY))
               TO RULE-KEY(RULE-COUNT)
           MOVE FUNCTION NUMVAL(RX-YEARS) TO RULE-YEARS(RULE-COUNT)
           MOVE 0 TO RULE-LEAD(RULE-COUNT)
           IF FUNCTION TRIM(RX-LEAD) IS NUMERIC
              AND FUNCTION TRIM(RX-LEAD) NOT = SPACES
               MOVE FUNCTION NUMVAL(RX-LEAD) TO RULE-LEAD(RULE-COUNT)
           END-IF
           MOVE 0 TO RULE-DUE-MMDD(RULE-COUNT)
           IF FUNCTION TRIM(RX-DUE) IS NUMERIC
              AND FUNCTION TRIM(RX-DUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(RX-DUE)
                   TO RULE-DUE-MMDD(RULE-COUNT)
           END-IF
           MOVE FUNCTION TRIM(RX-AUTH) TO RULE-AUTH(RULE-COUNT)
           MOVE 0 TO RULE-DORMANT(RULE-COUNT) RULE-APPROACH(RULE-COUNT)
               RULE-LETTERS(RULE-COUNT) RULE-LATE(RULE-COUNT)
               RULE-NEXT-DUE(RULE-COUNT) RULE-NEXT-LETTER(RULE-COUNT)
           IF RULE-KEY(RULE-COUNT) = 'DEFAULT'
               MOVE RULE-COUNT TO RULE-DEFAULT
           END-IF.

       LOAD-SENT-LETTERS.
           OPEN INPUT SENT-FILE
           IF WS-SENT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SENT-EOF = 'Y'
               READ SENT-FILE
                   AT END MOVE 'Y' TO SENT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SENT-REC) NOT = SPACES
                          AND SENT-COUNT < 20000
                           MOVE SPACES TO SX-ACCOUNT SX-DUE
                           UNSTRING SENT-REC DELIMITED BY ';'
                               INTO SX-ACCOUNT SX-DUE
                           END-UNSTRING
                           ADD 1 TO SENT-COUNT
                           MOVE SX-ACCOUNT TO SENT-ACCOUNT(SENT-COUNT)
                           MOVE SX-DUE TO SENT-DUE(SENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENT-FILE.

       *> SORT 的輸入：轉換行照檔案順序編號（同一天多次轉換依
       *> 寫入先後）
       FEED-TRANSITIONS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRANS-EOF = 'Y'
               READ TRANS-FILE
                   AT END MOVE 'Y' TO TRANS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(TRANS-REC) NOT = SPACES
                           PERFORM RELEASE-TRANSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       RELEASE-TRANSITION.
           MOVE SPACES TO TX-ACCOUNT TX-OLD TX-NEW TX-CAUSE TX-DATE
           UNSTRING TRANS-REC DELIMITED BY ';'
               INTO TX-ACCOUNT TX-OLD TX-NEW TX-CAUSE TX-DATE
           END-UNSTRING
           IF FUNCTION TRIM(TX-ACCOUNT) = SPACES
              OR FUNCTION TRIM(TX-DATE) IS NOT NUMERIC
              OR FUNCTION TRIM(TX-DATE) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-TRANS-SEQ
           MOVE SPACES TO SORT-REC
           MOVE FUNCTION TRIM(TX-ACCOUNT) TO SR-ACCOUNT
           MOVE FUNCTION NUMVAL(TX-DATE) TO SR-DATE
           MOVE CTL-TRANS-SEQ TO SR-SEQ
           MOVE TX-NEW TO SR-NEW-FLAG
           RELEASE SORT-REC.

       *> 比對合併：依主鍵走的主檔帳號為主，排好序的轉換推進到
       *> 同一個帳號（主檔上已經沒有的帳號的轉換跳過）
       MATCH-AGAINST-MASTER.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO MAST-EOF
           END-START
           IF MAST-EOF = 'N'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
               END-READ
           END-IF

           PERFORM UNTIL MAST-EOF = 'Y'
               PERFORM GET-MASTER-ACCOUNT
               PERFORM GET-UNDELIV-SINCE
               IF MST-U-ROLE NOT = SPACES
                   PERFORM JUDGE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       *> 主檔上目前這一筆起、同一個帳號的所有角色併成一個帳號
       GET-MASTER-ACCOUNT.
           ADD 1 TO CTL-MAST-ACCOUNTS
           MOVE MAST-ACCOUNT-ID TO MST-ACCOUNT
           MOVE SPACES TO MST-U-ROLE MST-STATE MST-COUNTRY
           MOVE 0 TO MST-UNDELIV-DATE
           PERFORM UNTIL MAST-EOF = 'Y'
                      OR MAST-ACCOUNT-ID NOT = MST-ACCOUNT
               IF MAST-UNDELIV-FLAG = 'U' AND MST-U-ROLE = SPACES
                   MOVE MAST-ADDR-ROLE TO MST-U-ROLE
                   MOVE MAST-STATE TO MST-STATE
                   MOVE MAST-COUNTRY TO MST-COUNTRY
                   IF MAST-UNDELIV-DATE IS NUMERIC
                       MOVE MAST-UNDELIV-DATE TO MST-UNDELIV-DATE
                   END-IF
               END-IF
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
               END-READ
           END-PERFORM.

       *> 這個帳號的轉換依日期走一遍：清除（' '）之後第一次轉成
       *> 'U' 的日期就是連續退郵起日
       GET-UNDELIV-SINCE.
           MOVE 0 TO MST-SINCE
           PERFORM UNTIL SORT-EOF = 'Y' OR SR-ACCOUNT >= MST-ACCOUNT
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
           END-PERFORM
           PERFORM UNTIL SORT-EOF = 'Y' OR SR-ACCOUNT NOT = MST-ACCOUNT
               EVALUATE SR-NEW-FLAG
                   WHEN 'U'
                       IF MST-SINCE = 0
                           MOVE SR-DATE TO MST-SINCE
                       END-IF
                   WHEN SPACE
                       MOVE 0 TO MST-SINCE
               END-EVALUATE
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
           END-PERFORM.

       *> 一個目前退郵中的帳號：找規則、算休眠日/截止日/寄信期限
       JUDGE-ONE-ACCOUNT.
           ADD 1 TO CTL-UNDELIV
           IF MST-SINCE = 0
               MOVE MST-UNDELIV-DATE TO MST-SINCE
           END-IF
           IF MST-SINCE = 0
               ADD 1 TO CTL-NO-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MST-STATE))
               TO WS-RULE-LOOKUP
           PERFORM FIND-RULE
           IF RULE-FOUND = 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MST-COUNTRY))
                   TO WS-RULE-LOOKUP
               PERFORM FIND-RULE
           END-IF
           IF RULE-FOUND = 0
               MOVE RULE-DEFAULT TO RULE-FOUND
           END-IF
           IF RULE-FOUND = 0
               PERFORM ADD-NO-RULE-CANDIDATE
               EXIT PARAGRAPH
           END-IF

           *> 休眠日 = 起日 + 年數（2/29 落在平年改 2/28）
           COMPUTE WS-DORMANT-DATE =
               MST-SINCE + RULE-YEARS(RULE-FOUND) * 10000
           IF WS-DORMANT-DATE(5:4) = '0229'
               MOVE WS-DORMANT-DATE(1:4) TO WS-WORK-YEAR
               IF FUNCTION MOD(WS-WORK-YEAR, 4) NOT = 0
                  OR (FUNCTION MOD(WS-WORK-YEAR, 100) = 0
                      AND FUNCTION MOD(WS-WORK-YEAR, 400) NOT = 0)
                   MOVE '0228' TO WS-DORMANT-DATE(5:4)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DORMANT-DATE <= WS-RUN-DATE
                   MOVE 'DORMANT' TO WS-STATUS
               WHEN WS-DORMANT-DATE <= WS-HORIZON-DATE
                   MOVE 'APPROACHING' TO WS-STATUS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           *> 申報截止日：休眠日當年的 MMDD，已經過了就次年
           MOVE 0 TO WS-DUE-DATE WS-LETTER-BY
           IF RULE-DUE-MMDD(RULE-FOUND) > 0
               MOVE WS-DORMANT-DATE(1:4) TO WS-WORK-YEAR
               COMPUTE WS-DUE-DATE = WS-WORK-YEAR * 10000
                   + RULE-DUE-MMDD(RULE-FOUND)
               IF WS-DUE-DATE < WS-DORMANT-DATE
                   ADD 10000 TO WS-DUE-DATE
               END-IF
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   - RULE-LEAD(RULE-FOUND)
               COMPUTE WS-LETTER-BY =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-IF

           IF CAND-COUNT >= 20000
               ADD 1 TO CTL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAND-COUNT
           MOVE MST-ACCOUNT TO CAND-ACCOUNT(CAND-COUNT)
           MOVE MST-U-ROLE TO CAND-ROLE(CAND-COUNT)
           MOVE RULE-FOUND TO CAND-RULE(CAND-COUNT)
           MOVE WS-RULE-LOOKUP TO CAND-JUR(CAND-COUNT)
           MOVE MST-SINCE TO CAND-SINCE(CAND-COUNT)
           MOVE WS-DORMANT-DATE TO CAND-DORMANT(CAND-COUNT)
           MOVE WS-LETTER-BY TO CAND-LETTER-BY(CAND-COUNT)
           MOVE WS-DUE-DATE TO CAND-DUE(CAND-COUNT)
           MOVE WS-STATUS TO CAND-STATUS(CAND-COUNT)
           MOVE SPACES TO CAND-LETTER(CAND-COUNT)

           IF WS-STATUS = 'APPROACHING'
               ADD 1 TO CTL-APPROACH
               ADD 1 TO RULE-APPROACH(RULE-FOUND)
           ELSE
               ADD 1 TO CTL-DORMANT
               ADD 1 TO RULE-DORMANT(RULE-FOUND)
               PERFORM JUDGE-LETTER
           END-IF
           IF WS-DUE-DATE > 0
              AND (RULE-NEXT-DUE(RULE-FOUND) = 0
                   OR WS-DUE-DATE < RULE-NEXT-DUE(RULE-FOUND))
               MOVE WS-DUE-DATE TO RULE-NEXT-DUE(RULE-FOUND)
               MOVE WS-LETTER-BY TO RULE-NEXT-LETTER(RULE-FOUND)
           END-IF.

       *> DORMANT：這個申報截止日寄過就不再寄；沒寄過、已經過了
       *> 寄信期限的照樣選進名單，但標 LATE
       JUDGE-LETTER.
           MOVE 'N' TO SENT-FOUND
           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT OR SENT-FOUND = 'Y'
               IF SENT-ACCOUNT(SENT-IDX) = CAND-ACCOUNT(CAND-COUNT)
                  AND SENT-DUE(SENT-IDX) = WS-DUE-DATE
                   MOVE 'Y' TO SENT-FOUND
               END-IF
           END-PERFORM
           IF SENT-FOUND = 'Y'
               MOVE 'ALREADY-SENT' TO CAND-LETTER(CAND-COUNT)
               ADD 1 TO CTL-ALREADY-SENT
               EXIT PARAGRAPH
           END-IF
           MOVE 'SELECTED' TO CAND-LETTER(CAND-COUNT)
           ADD 1 TO CTL-LETTERS
           ADD 1 TO RULE-LETTERS(RULE-FOUND)
           IF WS-LETTER-BY > 0 AND WS-LETTER-BY < WS-RUN-DATE
               MOVE 'SELECTED-LATE' TO CAND-LETTER(CAND-COUNT)
               ADD 1 TO CTL-LATE
               ADD 1 TO RULE-LATE(RULE-FOUND)
           END-IF.

       FIND-RULE.
           MOVE 0 TO RULE-FOUND
           IF WS-RULE-LOOKUP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT OR RULE-FOUND > 0
               IF RULE-KEY(RULE-IDX) = WS-RULE-LOOKUP
                   MOVE RULE-IDX TO RULE-FOUND
               END-IF
           END-PERFORM.

       *> 州、國家都查不到規則又沒有 DEFAULT：列出來讓法遵補規則
       ADD-NO-RULE-CANDIDATE.
           ADD 1 TO CTL-NO-RULE
           IF CAND-COUNT >= 20000
               ADD 1 TO CTL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CAND-COUNT
           MOVE MST-ACCOUNT TO CAND-ACCOUNT(CAND-COUNT)
           MOVE MST-U-ROLE TO CAND-ROLE(CAND-COUNT)
           MOVE 0 TO CAND-RULE(CAND-COUNT)
           MOVE SPACES TO CAND-JUR(CAND-COUNT)
           STRING FUNCTION TRIM(MST-STATE) "/"
               FUNCTION TRIM(MST-COUNTRY)
               DELIMITED BY SIZE INTO CAND-JUR(CAND-COUNT)
           MOVE MST-SINCE TO CAND-SINCE(CAND-COUNT)
           MOVE 0 TO CAND-DORMANT(CAND-COUNT) CAND-LETTER-BY(CAND-COUNT)
               CAND-DUE(CAND-COUNT)
           MOVE 'NO-RULE' TO CAND-STATUS(CAND-COUNT)
           MOVE SPACES TO CAND-LETTER(CAND-COUNT).

       *> 盡職通知信名單（LETTERGEN 的 LETTER_SELECT_FILE）並補登
       *> 已寄清單
       WRITE-LETTER-SELECTION.
           OPEN OUTPUT LET-FILE
           MOVE SPACES TO LET-REC
           STRING "AccountID;Jurisdiction;UndelivSince;DormantDate;"
               "LetterBy;ReportDue"
               DELIMITED BY SIZE INTO LET-REC
           WRITE LET-REC
           OPEN EXTEND SENT-FILE
           IF WS-SENT-STATUS NOT = '00'
               OPEN OUTPUT SENT-FILE
           END-IF
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CAND-LETTER(CAND-IDX)(1:8) = 'SELECTED'
                   MOVE SPACES TO LET-REC
                   STRING FUNCTION TRIM(CAND-ACCOUNT(CAND-IDX)) ";"
                       FUNCTION TRIM(RULE-KEY(CAND-RULE(CAND-IDX)))
                       ";" CAND-SINCE(CAND-IDX)
                       ";" CAND-DORMANT(CAND-IDX)
                       ";" CAND-LETTER-BY(CAND-IDX)
                       ";" CAND-DUE(CAND-IDX)
                       DELIMITED BY SIZE INTO LET-REC
                   WRITE LET-REC
                   MOVE SPACES TO SENT-REC
                   STRING FUNCTION TRIM(CAND-ACCOUNT(CAND-IDX)) ";"
                       CAND-DUE(CAND-IDX) ";" WS-RUN-DATE
                       DELIMITED BY SIZE INTO SENT-REC
                   WRITE SENT-REC
               END-IF
           END-PERFORM
           CLOSE LET-FILE SENT-FILE.

       *> 候選報表：依規則檔順序一個管轄地一段，最後是申報行事
       *> 曆與找不到規則的帳號
       WRITE-CANDIDATE-REPORT.
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Unclaimed-property candidates from undeliverable "
               "flags " WS-RUN-DATE " (rules "
               FUNCTION TRIM(WS-RULES-FILE-NAME) ", look-ahead "
               WS-LOOKAHEAD " days)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RULE-DORMANT(RULE-IDX) > 0
                  OR RULE-APPROACH(RULE-IDX) > 0
                   PERFORM WRITE-JURISDICTION-SECTION
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Reporting calendar (next report due per jurisdiction)"
               TO RPT-REC
           WRITE RPT-REC
           MOVE "Jurisdiction;Authority;Dormant;Approaching;Letters;"
               & "Late;Letters by;Report due" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RULE-DORMANT(RULE-IDX) > 0
                  OR RULE-APPROACH(RULE-IDX) > 0
                   MOVE SPACES TO RPT-REC
                   STRING FUNCTION TRIM(RULE-KEY(RULE-IDX)) ";"
                       FUNCTION TRIM(RULE-AUTH(RULE-IDX)) ";"
                       RULE-DORMANT(RULE-IDX) ";"
                       RULE-APPROACH(RULE-IDX) ";"
                       RULE-LETTERS(RULE-IDX) ";"
                       RULE-LATE(RULE-IDX) ";"
                       RULE-NEXT-LETTER(RULE-IDX) ";"
                       RULE-NEXT-DUE(RULE-IDX)
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM

           IF CTL-NO-RULE > 0
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               STRING "Undeliverable accounts with no dormancy rule "
                   "for their state/country (add a rule or DEFAULT): "
                   CTL-NO-RULE
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               PERFORM VARYING CAND-IDX FROM 1 BY 1
                       UNTIL CAND-IDX > CAND-COUNT
                   IF CAND-RULE(CAND-IDX) = 0
                       MOVE SPACES TO RPT-REC
                       STRING "  NO-RULE;"
                           FUNCTION TRIM(CAND-ACCOUNT(CAND-IDX)) ";"
                           FUNCTION TRIM(CAND-ROLE(CAND-IDX)) ";"
                           FUNCTION TRIM(CAND-JUR(CAND-IDX)) ";"
                           CAND-SINCE(CAND-IDX)
                           DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-UNDELIV " undeliverable, "
               CTL-DORMANT " dormant, " CTL-APPROACH " approaching, "
               CTL-LETTERS " letters selected (" CTL-LATE " late), "
               CTL-ALREADY-SENT " already sent, "
               CTL-NO-DATE " without an undeliverable date"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF CTL-OVERFLOW > 0
               MOVE SPACES TO RPT-REC
               STRING "WARNING: candidate table full - "
                   CTL-OVERFLOW " account(s) not listed"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           CLOSE RPT-FILE.

       WRITE-JURISDICTION-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Jurisdiction " FUNCTION TRIM(RULE-KEY(RULE-IDX))
               " - " FUNCTION TRIM(RULE-AUTH(RULE-IDX))
               ": dormant after " RULE-YEARS(RULE-IDX)
               " years undeliverable, letters " RULE-LEAD(RULE-IDX)
               " days before report due (MMDD "
               RULE-DUE-MMDD(RULE-IDX) ")"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE "  Status;Account;Role;Matched on;Undeliverable since;"
               & "Dormant on;Letter by;Report due;Letter" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > CAND-COUNT
               IF CAND-RULE(CAND-IDX) = RULE-IDX
                   MOVE SPACES TO RPT-REC
                   STRING "  " FUNCTION TRIM(CAND-STATUS(CAND-IDX))
                       ";" FUNCTION TRIM(CAND-ACCOUNT(CAND-IDX))
                       ";" FUNCTION TRIM(CAND-ROLE(CAND-IDX))
                       ";" FUNCTION TRIM(CAND-JUR(CAND-IDX))
                       ";" CAND-SINCE(CAND-IDX)
                       ";" CAND-DORMANT(CAND-IDX)
                       ";" CAND-LETTER-BY(CAND-IDX)
                       ";" CAND-DUE(CAND-IDX)
                       ";" FUNCTION TRIM(CAND-LETTER(CAND-IDX))
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-REC
           STRING "  Subtotal: " RULE-DORMANT(RULE-IDX) " dormant, "
               RULE-APPROACH(RULE-IDX) " approaching, "
               RULE-LETTERS(RULE-IDX) " letters selected ("
               RULE-LATE(RULE-IDX) " late)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.
