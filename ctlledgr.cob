       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLLEDGR.
      *> 夜間鏈控制總數總帳（呼叫方式見 ctlledgr.cpy）。每支程式
      *> 自己印計數，卻沒有東西證明 AddressSplitterFinal 寫出的
      *> 列數就是 ADDRMAST 讀到的、分片加起來就是合併檔的；交接
      *> 檔的兩端各登一行筆數跟鍵值雜湊總數，CTLBAL 在鏈尾逐對
      *> 核對。累計槽跟總帳檔名記在這支的 WORKING-STORAGE，同一
      *> 個執行單元裡呼叫之間保留。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-REC      PIC X(200).
       FD  SCAN-FILE.
       01  SCAN-REC        PIC X(5000).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-FIRST-CALL        PIC X VALUE 'Y'.
       01 WS-LEDGER-FILE-NAME  PIC X(100).
       01 WS-LEDGER-STATUS     PIC XX.
       01 WS-SCAN-FILE-NAME    PIC X(100).
       01 WS-SCAN-STATUS       PIC XX.
       01 SCAN-EOF             PIC X.
       01 SCAN-FIRST           PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-LEDGER-STATE      PIC X(7).
       01 WS-CL-FILE-NAME      PIC X(100).

       *> 累計槽：一支程式同時累計好幾個檔
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 10 TIMES.
               10 SLOT-COUNT       PIC 9(9).
               10 SLOT-HASH        PIC 9(15).
       01 SLOT-IDX             PIC 9(2).

       *> 一行取鍵值欄、算雜湊
       01 WS-LINE              PIC X(5000).
       01 WS-LINE-LEN          PIC 9(4).
       01 WS-SCAN              PIC 9(4).
       01 WS-CHAR              PIC X.
       01 WS-INQUOTE           PIC X.
       01 WS-COL-NO            PIC 9(2).
       01 WS-KEY-BUF           PIC X(500).
       01 WS-KEY-PTR           PIC 9(4).
       01 WS-KEY-LEN           PIC 9(4).
       01 WS-KEY-IDX           PIC 9(4).
       01 WS-KEY-HASH          PIC 9(15).
       01 WS-SUM-COUNT         PIC 9(9).
       01 WS-SUM-HASH          PIC 9(15).
       01 WS-HASH-MOD          PIC 9(16) VALUE 1000000000000000.

       LINKAGE SECTION.
       COPY "ctlledgr.cpy".

       PROCEDURE DIVISION USING CL-AREA.
       MAIN-PARA.
           IF WS-FIRST-CALL = 'Y'
               MOVE 'control_ledger.txt' TO WS-LEDGER-FILE-NAME
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CTL_LEDGER_FILE'
               IF WS-ENV-VALUE NOT = SPACES
                   MOVE WS-ENV-VALUE TO WS-LEDGER-FILE-NAME
               END-IF
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 10
                   MOVE 0 TO SLOT-COUNT(SLOT-IDX)
                   MOVE 0 TO SLOT-HASH(SLOT-IDX)
               END-PERFORM
               MOVE 'N' TO WS-FIRST-CALL
           END-IF
           MOVE 'Y' TO CL-FOUND
           *> 呼叫端用 STRING 組的檔名尾端可能殘留二進位零，
           *> 換成空白才 TRIM 得掉、兩端的檔名才比得起來
           MOVE CL-FILE-NAME TO WS-CL-FILE-NAME
           INSPECT WS-CL-FILE-NAME REPLACING ALL LOW-VALUE BY SPACE
           IF CL-FUNCTION = 'L' OR CL-FUNCTION = 'W'
               IF CL-SLOT < 1 OR CL-SLOT > 10
                   DISPLAY "CTLLEDGR: slot " CL-SLOT " out of range"
                   GOBACK
               END-IF
           END-IF
           EVALUATE CL-FUNCTION
               WHEN 'L'
                   MOVE CL-LINE TO WS-LINE
                   PERFORM HASH-ONE-LINE
                   ADD 1 TO SLOT-COUNT(CL-SLOT)
                   COMPUTE SLOT-HASH(CL-SLOT) = FUNCTION MOD(
                       SLOT-HASH(CL-SLOT) + WS-KEY-HASH, WS-HASH-MOD)
               WHEN 'W'
                   MOVE SLOT-COUNT(CL-SLOT) TO CL-COUNT
                   MOVE SLOT-HASH(CL-SLOT) TO CL-HASH
                   MOVE 'OK' TO WS-LEDGER-STATE
                   PERFORM WRITE-LEDGER-LINE
                   MOVE 0 TO SLOT-COUNT(CL-SLOT)
                   MOVE 0 TO SLOT-HASH(CL-SLOT)
               WHEN 'T'
                   MOVE 'OK' TO WS-LEDGER-STATE
                   PERFORM WRITE-LEDGER-LINE
               WHEN 'F'
                   PERFORM SCAN-WHOLE-FILE
                   PERFORM WRITE-LEDGER-LINE
               WHEN OTHER
                   DISPLAY "CTLLEDGR: unknown function " CL-FUNCTION
           END-EVALUATE
           GOBACK.

       *> 生產端：檔案寫完後整檔重讀，實際落地多少就登多少
       SCAN-WHOLE-FILE.
           MOVE 0 TO WS-SUM-COUNT WS-SUM-HASH
           MOVE 'OK' TO WS-LEDGER-STATE
           MOVE WS-CL-FILE-NAME TO WS-SCAN-FILE-NAME
           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = '00'
               MOVE 'N' TO CL-FOUND
               MOVE 'MISSING' TO WS-LEDGER-STATE
               MOVE 0 TO CL-COUNT CL-HASH
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SCAN-EOF
           MOVE 'Y' TO SCAN-FIRST
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ SCAN-FILE
                   AT END MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       IF SCAN-FIRST = 'Y' AND CL-SKIP-HEADER = 'Y'
                           CONTINUE
                       ELSE
                           IF SCAN-REC NOT = SPACES
                              AND SCAN-REC(1:4) NOT = 'MAN;'
                               MOVE SCAN-REC TO WS-LINE
                               PERFORM HASH-ONE-LINE
                               ADD 1 TO WS-SUM-COUNT
                               COMPUTE WS-SUM-HASH = FUNCTION MOD(
                                   WS-SUM-HASH + WS-KEY-HASH,
                                   WS-HASH-MOD)
                           END-IF
                       END-IF
                       MOVE 'N' TO SCAN-FIRST
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           MOVE WS-SUM-COUNT TO CL-COUNT
           MOVE WS-SUM-HASH TO CL-HASH.

       *> WS-LINE 取第 CL-KEY-COL 欄（0 = 整行）進 WS-KEY-BUF，
       *> 算出這一筆的雜湊 WS-KEY-HASH。拆欄跟 ADDRMAST 一樣：
       *> 雙引號切換引號狀態、引號內 "" 收一個引號、引號內的分號
       *> 不是分隔符號。
       HASH-ONE-LINE.
           MOVE SPACES TO WS-KEY-BUF
           MOVE 0 TO WS-KEY-HASH
           IF WS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
               TO WS-LINE-LEN
           IF CL-KEY-COL = 0
               IF WS-LINE-LEN > 500
                   MOVE 500 TO WS-LINE-LEN
               END-IF
               MOVE WS-LINE(1:WS-LINE-LEN) TO WS-KEY-BUF
           ELSE
               MOVE 1 TO WS-COL-NO
               MOVE 1 TO WS-KEY-PTR
               MOVE 'N' TO WS-INQUOTE
               MOVE 1 TO WS-SCAN
               PERFORM UNTIL WS-SCAN > WS-LINE-LEN
                       OR WS-COL-NO > CL-KEY-COL
                   MOVE WS-LINE(WS-SCAN:1) TO WS-CHAR
                   EVALUATE TRUE
                       WHEN WS-CHAR = '"' AND WS-INQUOTE = 'Y'
                            AND WS-SCAN < WS-LINE-LEN
                            AND WS-LINE(WS-SCAN + 1:1) = '"'
                           IF WS-COL-NO = CL-KEY-COL
                              AND WS-KEY-PTR <= 500
                               STRING '"' DELIMITED BY SIZE
                                   INTO WS-KEY-BUF
                                   WITH POINTER WS-KEY-PTR
                               END-STRING
                           END-IF
                           ADD 1 TO WS-SCAN
                       WHEN WS-CHAR = '"'
                           IF WS-INQUOTE = 'Y'
                               MOVE 'N' TO WS-INQUOTE
                           ELSE
                               MOVE 'Y' TO WS-INQUOTE
                           END-IF
                       WHEN WS-CHAR = ';' AND WS-INQUOTE = 'N'
                           ADD 1 TO WS-COL-NO
                       WHEN OTHER
                           IF WS-COL-NO = CL-KEY-COL
                              AND WS-KEY-PTR <= 500
                               STRING WS-CHAR DELIMITED BY SIZE
                                   INTO WS-KEY-BUF
                                   WITH POINTER WS-KEY-PTR
                               END-STRING
                           END-IF
                   END-EVALUATE
                   ADD 1 TO WS-SCAN
               END-PERFORM
               MOVE FUNCTION TRIM(WS-KEY-BUF) TO WS-KEY-BUF
           END-IF
           IF WS-KEY-BUF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-BUF TRAILING))
               TO WS-KEY-LEN
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-LEN
               COMPUTE WS-KEY-HASH = WS-KEY-HASH +
                   FUNCTION ORD(WS-KEY-BUF(WS-KEY-IDX:1)) * WS-KEY-IDX
           END-PERFORM.

       *> 執行日;程式;檔名;方向;筆數;雜湊總數;HHMMSS;狀態
       WRITE-LEDGER-LINE.
           ACCEPT WS-STAMP-TIME8 FROM TIME
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-REC
           STRING CL-RUN-DATE ";"
               FUNCTION TRIM(CL-PROGRAM) ";"
               FUNCTION TRIM(WS-CL-FILE-NAME) ";"
               FUNCTION TRIM(CL-DIRECTION) ";"
               CL-COUNT ";" CL-HASH ";"
               WS-STAMP-TIME8(1:6) ";"
               FUNCTION TRIM(WS-LEDGER-STATE)
               DELIMITED BY SIZE INTO LEDGER-REC
           INSPECT LEDGER-REC REPLACING ALL LOW-VALUE BY SPACE
           WRITE LEDGER-REC
           CLOSE LEDGER-FILE.
