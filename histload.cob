       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.
      *> 地址異動歷史索引檔（address_history.dat，版面見
      *> addrhist.cpy）的回補：索引檔啟用以前的異動只在
      *> address_changes_*.txt 日檔裡。這支把工作目錄跟封存目錄
      *> 裡的日檔逐行交給 CHGHIST 登進索引，鍵值跟寫的時候順手
      *> 登的一樣（帳號 + 異動檔日期 + 行號），所以：
      *>   - 一次回補全部之後照常每晚增量，不必停批次
      *>   - 重跑不會多出重複的行（索引上一模一樣的只計數）
      *>   - 某一天沒登到（索引檔當時開不起來、寫到一半掛掉），
      *>     HISTLOAD_DATE 指定那一天重補
      *>   HISTLOAD_DATE        = 只補這一天 YYYYMMDD（預設全部）
      *>   HISTLOAD_ARCHIVE_DIR = 封存目錄（預設 archive，同
      *>                          retention_rules.txt 的預設）
      *>   ADDR_HISTORY_FILE    = 索引檔（預設 address_history.dat）
      *>   ADDR_ENTITY          = 法人代碼；子公司讀「代碼_」前綴的
      *>                          日檔、登進「代碼_」前綴的索引檔
      *> RETURN-CODE 12 = 索引檔開不起來。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LS-FILE ASSIGN TO 'histload_ls.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.
           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LS-FILE.
       01  LS-REC          PIC X(150).
       FD  DATA-FILE.
       01  DATA-REC        PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-LS-STATUS         PIC XX.
       01 WS-DATA-FILE-NAME    PIC X(150).
       01 WS-DATA-STATUS       PIC XX.
       01 WS-ARCHIVE-DIR       PIC X(60) VALUE 'archive'.
       01 WS-ONLY-DATE         PIC X(8) VALUE SPACES.
       01 WS-COMMAND           PIC X(300).
       01 LS-EOF               PIC X.
       01 DATA-EOF             PIC X.
       01 WS-BASE-NAME         PIC X(150).
       01 WS-POS               PIC 9(4).
       01 WS-SLASH-POS         PIC 9(4).
       01 WS-FILE-DATE         PIC X(8).
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-LS-DATE-POS       PIC 9(3).

       01 CTL-FILES            PIC 9(7) VALUE 0.
       01 CTL-LINES            PIC 9(9) VALUE 0.

       COPY "chghist.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'HISTLOAD_ARCHIVE_DIR'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ARCHIVE-DIR
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'HISTLOAD_DATE'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION TRIM(WS-ENV-VALUE) IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE))
                     NOT = 8
                   DISPLAY "HISTLOAD: HISTLOAD_DATE must be YYYYMMDD"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-ONLY-DATE
           END-IF

           PERFORM INIT-ENTITY
           *> 檔名裡的日期緊接在「前綴 + address_changes_」之後
           COMPUTE WS-LS-DATE-POS = 17 + FUNCTION LENGTH(
               FUNCTION TRIM(WS-ENTITY-PREFIX))
           IF WS-ENTITY-PREFIX = SPACES
               MOVE 17 TO WS-LS-DATE-POS
           END-IF

           MOVE SPACES TO CH-AREA
           MOVE WS-ENTITY-PREFIX TO CH-PREFIX
           MOVE 'O' TO CH-FUNCTION
           MOVE 'HISTLOAD' TO CH-PROGRAM
           CALL 'CHGHIST' USING CH-AREA
           IF NOT CH-IS-AVAILABLE
               DISPLAY "HISTLOAD: change-history index cannot be "
                   "opened - nothing loaded"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 工作目錄跟封存目錄裡的日檔清單交給 ls 產生
           MOVE SPACES TO WS-COMMAND
           STRING 'ls -1 ' FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_*.txt '
               FUNCTION TRIM(WS-ARCHIVE-DIR) '/'
               FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_*.txt > histload_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO LS-EOF
           OPEN INPUT LS-FILE
           IF WS-LS-STATUS = '00'
               PERFORM UNTIL LS-EOF = 'Y'
                   READ LS-FILE
                       AT END MOVE 'Y' TO LS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(LS-REC) NOT = SPACES
                               PERFORM LOAD-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LS-FILE
           END-IF

           MOVE 'C' TO CH-FUNCTION
           CALL 'CHGHIST' USING CH-AREA
           DISPLAY "HISTLOAD: " CTL-FILES " change file(s), "
               CTL-LINES " line(s) read; " CH-INDEXED
               " line(s) indexed, " CH-ALREADY
               " already on the index"
           IF CTL-FILES = 0
               DISPLAY "HISTLOAD: no address_changes_*.txt file "
                   "matched"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "HISTLOAD: ADDR_ENTITY must be at most 4 "
                       "characters"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-RUN-ENTITY
           END-IF
           IF WS-RUN-ENTITY NOT = WS-DEFAULT-ENTITY
               STRING FUNCTION TRIM(WS-RUN-ENTITY) '_'
                   DELIMITED BY SIZE INTO WS-ENTITY-PREFIX
           END-IF.

       *> 一份日檔：日期取檔名（目錄去掉之後的
       *> address_changes_YYYYMMDD.txt），行號從 0 起算逐行登
       LOAD-ONE-FILE.
           MOVE SPACES TO WS-DATA-FILE-NAME WS-BASE-NAME
           MOVE FUNCTION TRIM(LS-REC) TO WS-DATA-FILE-NAME
           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 150
               IF WS-DATA-FILE-NAME(WS-POS:1) = '/'
                   MOVE WS-POS TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE WS-DATA-FILE-NAME(WS-SLASH-POS + 1:) TO WS-BASE-NAME
           MOVE WS-BASE-NAME(WS-LS-DATE-POS:8) TO WS-FILE-DATE
           IF WS-FILE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ONLY-DATE NOT = SPACES
              AND WS-FILE-DATE NOT = WS-ONLY-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = '00'
               DISPLAY "HISTLOAD: cannot open "
                   FUNCTION TRIM(WS-DATA-FILE-NAME)
                   " (status " WS-DATA-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-FILES
           MOVE 'D' TO CH-FUNCTION
           MOVE 'B' TO CH-MODE
           MOVE WS-FILE-DATE TO CH-FILE-DATE
           CALL 'CHGHIST' USING CH-AREA
           PERFORM UNTIL DATA-EOF = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO DATA-EOF
                   NOT AT END
                       ADD 1 TO CTL-LINES
                       MOVE 'W' TO CH-FUNCTION
                       MOVE DATA-REC TO CH-LINE
                       CALL 'CHGHIST' USING CH-AREA
               END-READ
           END-PERFORM
           CLOSE DATA-FILE.
