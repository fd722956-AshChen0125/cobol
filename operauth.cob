       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUTH.
      *> 作業員授權檢查：互動/破壞性程式（REFMAINT、REVIEWQ、
      *> REVIEWASGN、MASTPURGE、MASTRECOV、ARCHFETCH、OPSCONSOLE）
      *> 啟動時跟執行中要動特定功能或特定國家的資料前 CALL 這支，
      *> 依共用授權表 operator_entitlements.txt 判斷准不准（版面與
      *> 呼叫方式見 operauth.cpy）。授權表第一次呼叫時載入，之後
      *> 重複使用。
      *> 拒絕且呼叫端要求留紀錄時，追加一行安全日誌
      *> security_log.txt：
      *>   日期;時間;作業員;程式;功能;國家;說明;拒絕原因
      *> 跟其他稽核日誌一樣接 LOGCHAIN 雜湊鏈，LOGVERIFY 一併驗；
      *> ACCESSRPT 每週彙總。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENT-FILE ASSIGN TO DYNAMIC WS-ENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
           SELECT SEC-FILE ASSIGN TO 'security_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENT-FILE.
       01  ENT-REC         PIC X(700).
       FD  SEC-FILE.
       01  SEC-REC         PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ENT-FILE-NAME     PIC X(100)
                               VALUE 'operator_entitlements.txt'.
       01 WS-ENT-STATUS        PIC XX.
       01 WS-SEC-STATUS        PIC XX.
       01 ENT-EOF              PIC X VALUE 'N'.
       01 WS-TABLE-LOADED      PIC X VALUE 'N'.
       01 WS-FILE-PRESENT      PIC X VALUE 'N'.
       01 WS-STAMP-DATE        PIC 9(8).
       01 WS-STAMP-TIME8       PIC 9(8).

       *> 授權表
       01 OE-TABLE.
           05 OE-ENTRY OCCURS 2000 TIMES.
               10 OE-OPERATOR      PIC X(20).
               10 OE-ROLE          PIC X(20).
               10 OE-PROGRAMS      PIC X(300).
               10 OE-COUNTRIES     PIC X(300).
       01 OE-COUNT             PIC 9(4) VALUE 0.
       01 OE-IDX               PIC 9(4).
       01 OX-OPERATOR          PIC X(40).
       01 OX-ROLE              PIC X(40).
       01 OX-PROGRAMS          PIC X(300).
       01 OX-COUNTRIES         PIC X(300).

       *> 逗號清單逐項比對
       01 WS-LIST              PIC X(300).
       01 WS-LIST-PTR          PIC 9(4).
       01 WS-TOKEN             PIC X(60).
       01 WS-WANT-PROGRAM      PIC X(12).
       01 WS-WANT-ACTION       PIC X(12).
       01 WS-WANT-COUNTRY      PIC X(50).
       01 WS-TOKEN-PROGRAM     PIC X(30).
       01 WS-TOKEN-ACTION      PIC X(30).
       01 WS-PROGRAM-HIT       PIC X.
       01 WS-ACTION-HIT        PIC X.
       01 WS-COUNTRY-HIT       PIC X.
       01 WS-OPERATOR-SEEN     PIC X.
       01 WS-PROGRAM-SEEN      PIC X.
       01 WS-ACTION-SEEN       PIC X.

       COPY "logchain.cpy".

       LINKAGE SECTION.
       COPY "operauth.cpy".

       PROCEDURE DIVISION USING OA-AREA.
       MAIN-PARA.
           IF WS-TABLE-LOADED = 'N'
               PERFORM LOAD-ENTITLEMENTS
               MOVE 'Y' TO WS-TABLE-LOADED
           END-IF
           PERFORM RESOLVE-OPERATOR
           PERFORM CHECK-ENTITLEMENT
           IF OA-GRANTED NOT = 'Y' AND OA-LOG-SW = 'Y'
               PERFORM WRITE-SECURITY-LOG
           END-IF
           GOBACK.

       *> 呼叫端沒給代號就取 OPERATOR_ID，再不然取登入帳號
       RESOLVE-OPERATOR.
           IF OA-OPERATOR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OPERATOR_ID'
           IF WS-ENV-VALUE = SPACES
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'USER'
           END-IF
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO OA-OPERATOR.

       LOAD-ENTITLEMENTS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'OPERAUTH_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ENT-FILE-NAME
           END-IF
           OPEN INPUT ENT-FILE
           IF WS-ENT-STATUS NOT = '00'
               DISPLAY "OPERAUTH: cannot open "
                   FUNCTION TRIM(WS-ENT-FILE-NAME)
                   " - every operator is denied"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FILE-PRESENT
           PERFORM UNTIL ENT-EOF = 'Y'
               READ ENT-FILE
                   AT END MOVE 'Y' TO ENT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ENT-REC) NOT = SPACES
                           PERFORM TAKE-ONE-ENTITLEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENT-FILE.

       TAKE-ONE-ENTITLEMENT.
           MOVE SPACES TO OX-OPERATOR OX-ROLE OX-PROGRAMS OX-COUNTRIES
           UNSTRING ENT-REC DELIMITED BY ';'
               INTO OX-OPERATOR OX-ROLE OX-PROGRAMS OX-COUNTRIES
           END-UNSTRING
           IF FUNCTION TRIM(OX-OPERATOR) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF OE-COUNT >= 2000
               DISPLAY "OPERAUTH: more than 2000 entitlement lines - "
                   "the rest are ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OE-COUNT
           MOVE FUNCTION TRIM(OX-OPERATOR) TO OE-OPERATOR(OE-COUNT)
           MOVE FUNCTION TRIM(OX-ROLE) TO OE-ROLE(OE-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OX-PROGRAMS))
               TO OE-PROGRAMS(OE-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OX-COUNTRIES))
               TO OE-COUNTRIES(OE-COUNT).

       *> 任一行同時符合程式（與功能）跟國家就准；不准時原因取
       *> 最接近的那一層
       CHECK-ENTITLEMENT.
           MOVE 'N' TO OA-GRANTED
           MOVE SPACES TO OA-ROLE OA-REASON
           MOVE FUNCTION UPPER-CASE(OA-PROGRAM) TO WS-WANT-PROGRAM
           MOVE FUNCTION UPPER-CASE(OA-ACTION) TO WS-WANT-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OA-COUNTRY))
               TO WS-WANT-COUNTRY
           IF WS-FILE-PRESENT = 'N'
               MOVE 'NO ENTITLEMENT FILE' TO OA-REASON
               EXIT PARAGRAPH
           END-IF
           IF OA-OPERATOR = SPACES
               MOVE 'NO OPERATOR ID' TO OA-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OPERATOR-SEEN WS-PROGRAM-SEEN WS-ACTION-SEEN
           PERFORM VARYING OE-IDX FROM 1 BY 1
                   UNTIL OE-IDX > OE-COUNT OR OA-GRANTED = 'Y'
               IF OE-OPERATOR(OE-IDX) = OA-OPERATOR
                   MOVE 'Y' TO WS-OPERATOR-SEEN
                   PERFORM MATCH-PROGRAM-LIST
                   IF WS-PROGRAM-HIT = 'Y'
                       MOVE 'Y' TO WS-PROGRAM-SEEN
                   END-IF
                   IF WS-ACTION-HIT = 'Y'
                       MOVE 'Y' TO WS-ACTION-SEEN
                       PERFORM MATCH-COUNTRY-LIST
                       IF WS-COUNTRY-HIT = 'Y'
                           MOVE 'Y' TO OA-GRANTED
                           MOVE OE-ROLE(OE-IDX) TO OA-ROLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF OA-GRANTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-OPERATOR-SEEN = 'N'
                   MOVE 'UNKNOWN OPERATOR' TO OA-REASON
               WHEN WS-PROGRAM-SEEN = 'N'
                   MOVE 'PROGRAM NOT ENTITLED' TO OA-REASON
               WHEN WS-ACTION-SEEN = 'N'
                   MOVE 'FUNCTION NOT ENTITLED' TO OA-REASON
               WHEN OTHER
                   MOVE 'COUNTRY NOT ENTITLED' TO OA-REASON
           END-EVALUATE.

       *> 程式清單：* / PROGRAM / PROGRAM:功能。WS-PROGRAM-HIT 表示
       *> 這支程式有列（任何功能），WS-ACTION-HIT 表示要的功能准
       MATCH-PROGRAM-LIST.
           MOVE 'N' TO WS-PROGRAM-HIT WS-ACTION-HIT
           MOVE OE-PROGRAMS(OE-IDX) TO WS-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 300 OR WS-ACTION-HIT = 'Y'
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-LIST DELIMITED BY ','
                   INTO WS-TOKEN
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               MOVE SPACES TO WS-TOKEN-PROGRAM WS-TOKEN-ACTION
               UNSTRING WS-TOKEN DELIMITED BY ':'
                   INTO WS-TOKEN-PROGRAM WS-TOKEN-ACTION
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-TOKEN-PROGRAM) TO WS-TOKEN-PROGRAM
               MOVE FUNCTION TRIM(WS-TOKEN-ACTION) TO WS-TOKEN-ACTION
               IF WS-TOKEN-PROGRAM = '*'
                   MOVE 'Y' TO WS-PROGRAM-HIT WS-ACTION-HIT
               END-IF
               IF WS-TOKEN-PROGRAM = WS-WANT-PROGRAM
                   MOVE 'Y' TO WS-PROGRAM-HIT
                   IF WS-TOKEN-ACTION = SPACES
                      OR WS-WANT-ACTION = SPACES
                      OR WS-TOKEN-ACTION = WS-WANT-ACTION
                       MOVE 'Y' TO WS-ACTION-HIT
                   END-IF
               END-IF
           END-PERFORM.

       *> 國家清單：不檢查國家的呼叫一律過；要全部國家的只認 *
       MATCH-COUNTRY-LIST.
           MOVE 'N' TO WS-COUNTRY-HIT
           IF WS-WANT-COUNTRY = SPACES
               MOVE 'Y' TO WS-COUNTRY-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE OE-COUNTRIES(OE-IDX) TO WS-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 300 OR WS-COUNTRY-HIT = 'Y'
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-LIST DELIMITED BY ','
                   INTO WS-TOKEN
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN
               IF WS-TOKEN = '*'
                  OR (WS-TOKEN NOT = SPACES
                      AND WS-TOKEN = WS-WANT-COUNTRY)
                   MOVE 'Y' TO WS-COUNTRY-HIT
               END-IF
           END-PERFORM.

       WRITE-SECURITY-LOG.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME8 FROM TIME
           OPEN EXTEND SEC-FILE
           IF WS-SEC-STATUS NOT = '00'
               OPEN OUTPUT SEC-FILE
           END-IF
           MOVE SPACES TO SEC-REC
           STRING WS-STAMP-DATE ";" WS-STAMP-TIME8(1:6) ";"
               FUNCTION TRIM(OA-OPERATOR) ";"
               FUNCTION TRIM(OA-PROGRAM) ";"
               FUNCTION TRIM(OA-ACTION) ";"
               FUNCTION TRIM(OA-COUNTRY) ";"
               FUNCTION TRIM(OA-DETAIL) ";"
               FUNCTION TRIM(OA-REASON)
               DELIMITED BY SIZE INTO SEC-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'security_log.txt' TO LC-LOG-NAME
           MOVE SEC-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO SEC-REC
           WRITE SEC-REC
           CLOSE SEC-FILE.
