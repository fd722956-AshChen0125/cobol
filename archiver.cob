      *> 再超過封存天數就刪除；搬了什麼、刪了什麼逐筆記進
      *> archive_index.txt（只追加），稽核要查七年的 summary
      *> 不必在工作目錄裡跟七年的 trace 檔擠在一起。
      *> 法務保全：legal_holds.txt 上生效中的 FAMILY 保全（對象是
      *> 檔名前綴）涵蓋的檔案到期也不刪，索引記一行 HELD 帶保全
      *> 編號與核准人。
      *> 封存完整性：搬進封存目錄後對那一份算位元組數與內容檢查碼
      *> （ARCHSUM），ARCHIVED 行後面接「;位元組數;檢查碼」，
      *> ARCHVERIFY 定期重算比對。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INDEX-FILE ASSIGN TO 'archive_index.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           *> 法務保全登錄簿（LEGALHOLD 維護）
           SELECT HOLD-FILE ASSIGN TO 'legal_holds.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-REC        PIC X(150).
       FD  INDEX-FILE.
       01  INDEX-REC       PIC X(360).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 CTL-ARCHIVED         PIC 9(5) VALUE 0.
       01 CTL-PURGED           PIC 9(5) VALUE 0.
       01 CTL-KEPT             PIC 9(5) VALUE 0.
       01 CTL-HELD             PIC 9(5) VALUE 0.

       *> 生效中的檔案家族保全（FAMILY 類）
       01 WS-HOLD-STATUS       PIC XX.
       01 HOLD-EOF             PIC X VALUE 'N'.
       01 HX-ID                PIC X(20).
       01 HX-TYPE              PIC X(10).
       01 HX-VALUE             PIC X(40).
       01 HX-START             PIC X(8).
       01 HX-RELEASE           PIC X(8).
       01 HX-AUTH              PIC X(20).
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 2000 TIMES.
               10 HOLD-ID          PIC X(20).
               10 HOLD-VALUE       PIC X(40).
               10 HOLD-VALUE-LEN   PIC 9(2).
               10 HOLD-AUTH        PIC X(20).
       01 HOLD-COUNT           PIC 9(4) VALUE 0.
       01 HOLD-IDX             PIC 9(4).
       01 HOLD-FOUND           PIC 9(4).

       01 WS-SIZE-DISP         PIC Z(14)9.

       COPY "logchain.cpy".
       COPY "archsum.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF

           PERFORM LOAD-RETENTION-RULES
           PERFORM LOAD-LEGAL-HOLDS
           IF RULE-COUNT = 0
               DISPLAY "ARCHIVER: no retention rules - nothing to do"
               STOP RUN

           CLOSE SCAN-FILE INDEX-FILE
           DISPLAY "ARCHIVER: " CTL-ARCHIVED " archived, "
               CTL-PURGED " purged, " CTL-KEPT " kept online, "
               CTL-HELD " kept under legal hold"
           STOP RUN.

       LOAD-RETENTION-RULES.
               WHEN WS-FILE-AGE >
                    RULE-DAYS-ONLINE(RULE-FOUND-IDX)
                    + RULE-DAYS-ARCH(RULE-FOUND-IDX)
                   PERFORM FIND-FAMILY-HOLD
                   IF HOLD-FOUND > 0
                       PERFORM KEEP-HELD-FILE
                   ELSE
                       PERFORM PURGE-FILE
                   END-IF
               WHEN WS-FILE-AGE > RULE-DAYS-ONLINE(RULE-FOUND-IDX)
                   PERFORM ARCHIVE-FILE
               WHEN OTHER
           IF RETURN-CODE = 0
               ADD 1 TO CTL-ARCHIVED
               MOVE 'ARCHIVED' TO WS-ACTION
               MOVE 0 TO RETURN-CODE
               MOVE WS-DEST-NAME TO AS-FILE-NAME
               CALL 'ARCHSUM' USING AS-AREA
           ELSE
               MOVE 'MOVE-FAIL' TO WS-ACTION
           END-IF
           MOVE SPACES TO WS-DEST-NAME
           PERFORM WRITE-INDEX-LINE.

       *> 到期但在法務保全中：不刪，索引記 HELD 與保全出處
       KEEP-HELD-FILE.
           ADD 1 TO CTL-HELD
           MOVE 'HELD' TO WS-ACTION
           MOVE SPACES TO WS-DEST-NAME
           STRING "hold " FUNCTION TRIM(HOLD-ID(HOLD-FOUND))
               " authorized by " FUNCTION TRIM(HOLD-AUTH(HOLD-FOUND))
               DELIMITED BY SIZE INTO WS-DEST-NAME
           PERFORM WRITE-INDEX-LINE.

       *> 檔名前綴落在生效中的家族保全裡
       FIND-FAMILY-HOLD.
           MOVE 0 TO HOLD-FOUND
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-FOUND > 0
               IF WS-FILE-NAME(1:HOLD-VALUE-LEN(HOLD-IDX)) =
                  HOLD-VALUE(HOLD-IDX)(1:HOLD-VALUE-LEN(HOLD-IDX))
                   MOVE HOLD-IDX TO HOLD-FOUND
               END-IF
           END-PERFORM.

       *> 今天生效中的 FAMILY 保全載進表：起始日 <= 今天，
       *> 且沒有解除日（0）或今天還沒到解除日
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HOLD-EOF = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF
                   NOT AT END
                       IF FUNCTION TRIM(HOLD-REC) NOT = SPACES
                          AND HOLD-REC(1:1) NOT = '*'
                           PERFORM TAKE-ONE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       TAKE-ONE-HOLD-LINE.
           MOVE SPACES TO HX-ID HX-TYPE HX-VALUE HX-START HX-RELEASE
               HX-AUTH
           UNSTRING HOLD-REC DELIMITED BY ';'
               INTO HX-ID HX-TYPE HX-VALUE HX-START HX-RELEASE HX-AUTH
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(HX-TYPE)) NOT =
              'FAMILY'
              OR FUNCTION TRIM(HX-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HX-START IS NOT NUMERIC OR HX-START > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF HX-RELEASE IS NUMERIC AND HX-RELEASE NOT = '00000000'
              AND HX-RELEASE <= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-COUNT >= 2000
               DISPLAY "ARCHIVER: more than 2000 active legal holds - "
                   "run stopped, nothing destroyed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HOLD-COUNT
           MOVE FUNCTION TRIM(HX-ID) TO HOLD-ID(HOLD-COUNT)
           MOVE FUNCTION TRIM(HX-VALUE) TO HOLD-VALUE(HOLD-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HX-VALUE))
               TO HOLD-VALUE-LEN(HOLD-COUNT)
           MOVE FUNCTION TRIM(HX-AUTH) TO HOLD-AUTH(HOLD-COUNT).

       WRITE-INDEX-LINE.
           MOVE SPACES TO INDEX-REC
           STRING WS-RUN-DATE ";" FUNCTION TRIM(WS-ACTION) ";"
               FUNCTION TRIM(WS-FILE-NAME) ";"
               FUNCTION TRIM(WS-DEST-NAME)
               DELIMITED BY SIZE INTO INDEX-REC
           *> 封存那一份的位元組數與檢查碼
           IF WS-ACTION = 'ARCHIVED' AND AS-RESULT = '00'
               MOVE AS-SIZE TO WS-SIZE-DISP
               MOVE SPACES TO LC-RECORD
               STRING FUNCTION TRIM(INDEX-REC) ";"
                   FUNCTION TRIM(WS-SIZE-DISP) ";" AS-CHECKSUM
                   DELIMITED BY SIZE INTO LC-RECORD
               MOVE LC-RECORD TO INDEX-REC
           END-IF
           MOVE 'A' TO LC-FUNCTION
           MOVE 'archive_index.txt' TO LC-LOG-NAME
           MOVE INDEX-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO INDEX-REC
           WRITE INDEX-REC.
