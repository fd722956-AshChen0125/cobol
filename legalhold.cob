       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLD.
      *> 法務保全（legal hold）登錄簿維護：訴訟或主管機關查詢進行
      *> 中的帳號/檔案家族什麼都不能銷毀。登錄簿 legal_holds.txt
      *> 一行一個保全對象：
      *>   「保全編號;類型;對象;起始日;解除日;核准人;解除人」
      *>   類型 ACCOUNT = 對象是帳號（MASTPURGE 留存期滿也不刪，
      *>                  ERASURE 不塗銷它的歷史）
      *>        FAMILY  = 對象是檔名前綴（ARCHIVER 不刪、ERASURE
      *>                  不改寫該家族的檔）
      *>   解除日 0 = 還沒解除；起始日 <= 今天 < 解除日（或未解除）
      *>   的行才算生效中。
      *> 一個保全編號可以涵蓋很多帳號/家族（一個對象一行）。解除
      *> 只填解除日與解除人，行不刪 - 登錄簿本身就是歷史。下保全
      *> 與解除都逐行追加到 legal_hold_journal.txt（只追加）。
      *>   LEGALHOLD_ACTION  = LIST|PLACE|RELEASE（預設 LIST）
      *>   LEGALHOLD_ID      = 保全編號（PLACE/RELEASE 必填；LIST
      *>                       有填只列這一個）
      *>   LEGALHOLD_TYPE    = ACCOUNT|FAMILY（PLACE 用，預設
      *>                       ACCOUNT）
      *>   LEGALHOLD_VALUE   = 對象，多個用逗號分隔（PLACE 必填；
      *>                       RELEASE 有填只解除這幾個，空白解除
      *>                       整個保全編號）
      *>   LEGALHOLD_START   = 起始日 YYYYMMDD（PLACE，預設今天）
      *>   LEGALHOLD_RELEASE = 解除日 YYYYMMDD（PLACE 可預填到期
      *>                       日；RELEASE 預設今天）
      *>   LEGALHOLD_USER    = 核准人/解除人（PLACE/RELEASE 必填）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'legal_holds.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'legal_hold_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC     PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-TIME8             PIC 9(8).
       01 WS-HOLD-STATUS       PIC XX.
       01 WS-JOURNAL-STATUS    PIC XX.
       01 EOF-FLAG             PIC X VALUE 'N'.

       01 WS-ACTION-ENV        PIC X(20).
       01 WS-ID-ENV            PIC X(20).
       01 WS-TYPE-ENV          PIC X(10).
       01 WS-VALUE-ENV         PIC X(1000).
       01 WS-START-ENV         PIC X(10).
       01 WS-RELEASE-ENV       PIC X(10).
       01 WS-USER-ENV          PIC X(20).
       01 WS-START-DATE        PIC 9(8).
       01 WS-RELEASE-DATE      PIC 9(8).
       01 WS-VALUE-SEMI        PIC 9(3).

       *> LEGALHOLD_VALUE 逗號拆開
       01 VAL-TABLE.
           05 VAL-ENTRY OCCURS 100 TIMES PIC X(40).
       01 VAL-COUNT            PIC 9(3) VALUE 0.
       01 VAL-IDX              PIC 9(3).
       01 VAL-PTR              PIC 9(4).
       01 VAL-PIECE            PIC X(40).
       01 VAL-MATCH            PIC X.

       *> 登錄簿（RELEASE 整份重寫用）
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 5000 TIMES.
               10 HT-ID            PIC X(20).
               10 HT-TYPE          PIC X(10).
               10 HT-VALUE         PIC X(40).
               10 HT-START         PIC X(8).
               10 HT-RELEASE       PIC X(8).
               10 HT-AUTH          PIC X(20).
               10 HT-RELEASER      PIC X(20).
       01 HOLD-COUNT           PIC 9(4) VALUE 0.
       01 HOLD-IDX             PIC 9(4).
       01 WS-LOAD-TRUNCATED    PIC X VALUE 'N'.
       01 WS-LINE-ACTIVE       PIC X.
       01 WS-STATE-TEXT        PIC X(10).
       01 CTL-LISTED           PIC 9(5) VALUE 0.
       01 CTL-CHANGED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME8 FROM TIME
           MOVE SPACES TO WS-ACTION-ENV WS-ID-ENV WS-TYPE-ENV
               WS-VALUE-ENV WS-START-ENV WS-RELEASE-ENV WS-USER-ENV
           ACCEPT WS-ACTION-ENV FROM ENVIRONMENT 'LEGALHOLD_ACTION'
           ACCEPT WS-ID-ENV FROM ENVIRONMENT 'LEGALHOLD_ID'
           ACCEPT WS-TYPE-ENV FROM ENVIRONMENT 'LEGALHOLD_TYPE'
           ACCEPT WS-VALUE-ENV FROM ENVIRONMENT 'LEGALHOLD_VALUE'
           ACCEPT WS-START-ENV FROM ENVIRONMENT 'LEGALHOLD_START'
           ACCEPT WS-RELEASE-ENV FROM ENVIRONMENT 'LEGALHOLD_RELEASE'
           ACCEPT WS-USER-ENV FROM ENVIRONMENT 'LEGALHOLD_USER'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ID-ENV))
               TO WS-ID-ENV

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION-ENV))
               WHEN SPACES
               WHEN 'LIST'
                   PERFORM LIST-HOLDS
               WHEN 'PLACE'
                   PERFORM PLACE-HOLD
               WHEN 'RELEASE'
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   DISPLAY "LEGALHOLD: unknown LEGALHOLD_ACTION value "
                       "- use LIST, PLACE or RELEASE"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       *> 下保全：一個對象追加一行登錄簿 + 一行日誌
       PLACE-HOLD.
           IF WS-ID-ENV = SPACES OR FUNCTION TRIM(WS-VALUE-ENV) = SPACES
              OR FUNCTION TRIM(WS-USER-ENV) = SPACES
               DISPLAY "LEGALHOLD: PLACE needs LEGALHOLD_ID, "
                   "LEGALHOLD_VALUE and LEGALHOLD_USER"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TYPE-ENV))
               TO WS-TYPE-ENV
           EVALUATE WS-TYPE-ENV
               WHEN SPACES
                   MOVE 'ACCOUNT' TO WS-TYPE-ENV
               WHEN 'ACCOUNT'
               WHEN 'FAMILY'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "LEGALHOLD: LEGALHOLD_TYPE must be ACCOUNT "
                       "or FAMILY"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           *> 登錄簿用分號分欄
           MOVE 0 TO WS-VALUE-SEMI
           INSPECT WS-VALUE-ENV TALLYING WS-VALUE-SEMI FOR ALL ';'
           INSPECT WS-ID-ENV TALLYING WS-VALUE-SEMI FOR ALL ';'
           IF WS-VALUE-SEMI > 0
               DISPLAY "LEGALHOLD: hold ID and values may not contain "
                   "';'"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO WS-START-DATE
           IF FUNCTION TRIM(WS-START-ENV) NOT = SPACES
               IF FUNCTION TRIM(WS-START-ENV) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-START-ENV) TO WS-START-DATE
               ELSE
                   DISPLAY "LEGALHOLD: LEGALHOLD_START must be "
                       "YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-RELEASE-DATE
           IF FUNCTION TRIM(WS-RELEASE-ENV) NOT = SPACES
               IF FUNCTION TRIM(WS-RELEASE-ENV) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-RELEASE-ENV)
                       TO WS-RELEASE-DATE
               ELSE
                   DISPLAY "LEGALHOLD: LEGALHOLD_RELEASE must be "
                       "YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SPLIT-VALUES

           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLD-FILE
           END-IF
           PERFORM OPEN-JOURNAL
           PERFORM VARYING VAL-IDX FROM 1 BY 1 UNTIL VAL-IDX > VAL-COUNT
               MOVE SPACES TO HOLD-REC
               STRING FUNCTION TRIM(WS-ID-ENV) ";"
                   FUNCTION TRIM(WS-TYPE-ENV) ";"
                   FUNCTION TRIM(VAL-ENTRY(VAL-IDX)) ";"
                   WS-START-DATE ";" WS-RELEASE-DATE ";"
                   FUNCTION TRIM(WS-USER-ENV) ";"
                   DELIMITED BY SIZE INTO HOLD-REC
               WRITE HOLD-REC
               MOVE SPACES TO JOURNAL-REC
               STRING WS-RUN-DATE "-" WS-TIME8(1:6) ";PLACE;"
                   FUNCTION TRIM(WS-ID-ENV) ";"
                   FUNCTION TRIM(WS-TYPE-ENV) ";"
                   FUNCTION TRIM(VAL-ENTRY(VAL-IDX)) ";"
                   WS-START-DATE ";" WS-RELEASE-DATE ";"
                   FUNCTION TRIM(WS-USER-ENV)
                   DELIMITED BY SIZE INTO JOURNAL-REC
               WRITE JOURNAL-REC
               ADD 1 TO CTL-CHANGED
           END-PERFORM
           CLOSE HOLD-FILE JOURNAL-FILE
           DISPLAY "LEGALHOLD: hold " FUNCTION TRIM(WS-ID-ENV)
               " placed on " CTL-CHANGED " "
               FUNCTION TRIM(WS-TYPE-ENV) " value(s) from "
               WS-START-DATE.

       *> 解除：把這個保全編號（有給對象就只那幾個）還沒解除的
       *> 行填上解除日與解除人，整份重寫，每行記一筆日誌
       RELEASE-HOLD.
           IF WS-ID-ENV = SPACES OR FUNCTION TRIM(WS-USER-ENV) = SPACES
               DISPLAY "LEGALHOLD: RELEASE needs LEGALHOLD_ID and "
                   "LEGALHOLD_USER"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO WS-RELEASE-DATE
           IF FUNCTION TRIM(WS-RELEASE-ENV) NOT = SPACES
               IF FUNCTION TRIM(WS-RELEASE-ENV) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-RELEASE-ENV)
                       TO WS-RELEASE-DATE
               ELSE
                   DISPLAY "LEGALHOLD: LEGALHOLD_RELEASE must be "
                       "YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO VAL-COUNT
           IF FUNCTION TRIM(WS-VALUE-ENV) NOT = SPACES
               PERFORM SPLIT-VALUES
           END-IF

           PERFORM LOAD-HOLD-TABLE
           *> 表格塞不下整份登錄簿就不能整份重寫
           IF WS-LOAD-TRUNCATED = 'Y'
               DISPLAY "LEGALHOLD: legal_holds.txt exceeds the 5000-"
                   "line working table - nothing released"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-JOURNAL
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               IF HT-ID(HOLD-IDX) = WS-ID-ENV
                  AND (HT-RELEASE(HOLD-IDX) = SPACES
                       OR HT-RELEASE(HOLD-IDX) = '00000000')
                   PERFORM CHECK-VALUE-SELECTED
                   IF VAL-MATCH = 'Y'
                       MOVE WS-RELEASE-DATE TO HT-RELEASE(HOLD-IDX)
                       MOVE FUNCTION TRIM(WS-USER-ENV)
                           TO HT-RELEASER(HOLD-IDX)
                       ADD 1 TO CTL-CHANGED
                       MOVE SPACES TO JOURNAL-REC
                       STRING WS-RUN-DATE "-" WS-TIME8(1:6)
                           ";RELEASE;"
                           FUNCTION TRIM(HT-ID(HOLD-IDX)) ";"
                           FUNCTION TRIM(HT-TYPE(HOLD-IDX)) ";"
                           FUNCTION TRIM(HT-VALUE(HOLD-IDX)) ";"
                           HT-START(HOLD-IDX) ";"
                           WS-RELEASE-DATE ";"
                           FUNCTION TRIM(WS-USER-ENV)
                           DELIMITED BY SIZE INTO JOURNAL-REC
                       WRITE JOURNAL-REC
                   END-IF
               END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF CTL-CHANGED = 0
               DISPLAY "LEGALHOLD: no open lines for hold "
                   FUNCTION TRIM(WS-ID-ENV) " - nothing released"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           *> 整份重寫（LINE SEQUENTIAL 無法就地改單一行）
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               MOVE SPACES TO HOLD-REC
               STRING FUNCTION TRIM(HT-ID(HOLD-IDX)) ";"
                   FUNCTION TRIM(HT-TYPE(HOLD-IDX)) ";"
                   FUNCTION TRIM(HT-VALUE(HOLD-IDX)) ";"
                   FUNCTION TRIM(HT-START(HOLD-IDX)) ";"
                   FUNCTION TRIM(HT-RELEASE(HOLD-IDX)) ";"
                   FUNCTION TRIM(HT-AUTH(HOLD-IDX)) ";"
                   FUNCTION TRIM(HT-RELEASER(HOLD-IDX))
                   DELIMITED BY SIZE INTO HOLD-REC
               WRITE HOLD-REC
           END-PERFORM
           CLOSE HOLD-FILE
           DISPLAY "LEGALHOLD: hold " FUNCTION TRIM(WS-ID-ENV)
               " released on " CTL-CHANGED " line(s) as of "
               WS-RELEASE-DATE.

       *> 列出登錄簿：有給 LEGALHOLD_ID 只列該編號（含已解除），
       *> 沒給就列今天生效中的
       LIST-HOLDS.
           PERFORM LOAD-HOLD-TABLE
           DISPLAY "Hold ID;Type;Value;Start;Release;Authorizer;"
               "Released by;State"
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
               PERFORM JUDGE-LINE-ACTIVE
               IF (WS-ID-ENV = SPACES AND WS-LINE-ACTIVE = 'Y')
                  OR (WS-ID-ENV NOT = SPACES
                      AND HT-ID(HOLD-IDX) = WS-ID-ENV)
                   ADD 1 TO CTL-LISTED
                   IF WS-LINE-ACTIVE = 'Y'
                       MOVE 'ACTIVE' TO WS-STATE-TEXT
                   ELSE
                       MOVE 'INACTIVE' TO WS-STATE-TEXT
                   END-IF
                   DISPLAY FUNCTION TRIM(HT-ID(HOLD-IDX)) ";"
                       FUNCTION TRIM(HT-TYPE(HOLD-IDX)) ";"
                       FUNCTION TRIM(HT-VALUE(HOLD-IDX)) ";"
                       FUNCTION TRIM(HT-START(HOLD-IDX)) ";"
                       FUNCTION TRIM(HT-RELEASE(HOLD-IDX)) ";"
                       FUNCTION TRIM(HT-AUTH(HOLD-IDX)) ";"
                       FUNCTION TRIM(HT-RELEASER(HOLD-IDX)) ";"
                       FUNCTION TRIM(WS-STATE-TEXT)
               END-IF
           END-PERFORM
           DISPLAY "Lines listed: " CTL-LISTED.

       *> 起始日 <= 今天，且沒有解除日或今天還沒到解除日
       JUDGE-LINE-ACTIVE.
           MOVE 'N' TO WS-LINE-ACTIVE
           IF HT-START(HOLD-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF HT-START(HOLD-IDX) > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF HT-RELEASE(HOLD-IDX) IS NUMERIC
              AND HT-RELEASE(HOLD-IDX) NOT = '00000000'
              AND HT-RELEASE(HOLD-IDX) <= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINE-ACTIVE.

       LOAD-HOLD-TABLE.
           MOVE 0 TO HOLD-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(HOLD-REC) NOT = SPACES
                          AND HOLD-REC(1:1) NOT = '*'
                           IF HOLD-COUNT >= 5000
                               MOVE 'Y' TO WS-LOAD-TRUNCATED
                           ELSE
                               ADD 1 TO HOLD-COUNT
                               MOVE SPACES TO HOLD-ENTRY(HOLD-COUNT)
                               UNSTRING HOLD-REC DELIMITED BY ';'
                                   INTO HT-ID(HOLD-COUNT)
                                        HT-TYPE(HOLD-COUNT)
                                        HT-VALUE(HOLD-COUNT)
                                        HT-START(HOLD-COUNT)
                                        HT-RELEASE(HOLD-COUNT)
                                        HT-AUTH(HOLD-COUNT)
                                        HT-RELEASER(HOLD-COUNT)
                               END-UNSTRING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       *> LEGALHOLD_VALUE 依逗號拆進 VAL-TABLE
       SPLIT-VALUES.
           MOVE 0 TO VAL-COUNT
           MOVE 1 TO VAL-PTR
           PERFORM UNTIL VAL-PTR >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE-ENV TRAILING))
                   OR VAL-COUNT >= 100
               MOVE SPACES TO VAL-PIECE
               UNSTRING WS-VALUE-ENV DELIMITED BY ','
                   INTO VAL-PIECE
                   WITH POINTER VAL-PTR
               END-UNSTRING
               IF FUNCTION TRIM(VAL-PIECE) NOT = SPACES
                   ADD 1 TO VAL-COUNT
                   MOVE FUNCTION TRIM(VAL-PIECE) TO VAL-ENTRY(VAL-COUNT)
               END-IF
           END-PERFORM.

       *> RELEASE 沒給對象 = 整個編號都解除
       CHECK-VALUE-SELECTED.
           IF VAL-COUNT = 0
               MOVE 'Y' TO VAL-MATCH
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO VAL-MATCH
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > VAL-COUNT OR VAL-MATCH = 'Y'
               IF FUNCTION TRIM(VAL-ENTRY(VAL-IDX)) =
                  FUNCTION TRIM(HT-VALUE(HOLD-IDX))
                   MOVE 'Y' TO VAL-MATCH
               END-IF
           END-PERFORM.

       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
