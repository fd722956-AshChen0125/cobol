       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGHIST.
      *> 地址異動歷史索引檔的登錄（呼叫方式見 chghist.cpy）。
      *> 異動檔一行寫出去，同一行就按「帳號 + 異動檔日期 + 行號」
      *> 登進 address_history.dat（版面見 addrhist.cpy），LINEAGE、
      *> MASTASOF 查一個帳號不必再把每一天的異動檔都掃一遍。
      *> 同一鍵已經在索引上：內容一樣就不動（回補重跑、續跑都
      *> 不會多一筆），內容不一樣以異動檔為準改寫。索引檔、行號
      *> 記在這支的 WORKING-STORAGE，同一個執行單元裡呼叫之間
      *> 保留。
      *>   ADDR_HISTORY_FILE = 索引檔（預設 address_history.dat）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-DAY WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       COPY "addrhist.cpy".
       FD  COUNT-FILE.
       01  COUNT-REC       PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-HIST-FILE-NAME    PIC X(100).
       01 WS-HIST-STATUS       PIC XX.
       01 WS-HIST-OPEN         PIC X VALUE 'N'.
       01 WS-COUNT-FILE-NAME   PIC X(100).
       01 WS-COUNT-STATUS      PIC XX.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-FILE-DATE         PIC 9(8) VALUE 0.
       01 WS-LINE-NO           PIC 9(7) VALUE 0.
       01 WS-PURGE-DONE        PIC X.

       *> 一行異動：帳號;欄位;舊值;新值;日期;地址角色
       01 HX-ACCOUNT           PIC X(100).
       01 HX-FIELD             PIC X(20).
       01 HX-OLD               PIC X(100).
       01 HX-NEW               PIC X(100).
       01 HX-DATE              PIC X(8).
       01 HX-ROLE              PIC X(12).
       01 WS-NEW-REC           PIC X(313).
       01 WS-NEW-FIELD         PIC X(20).
       01 WS-NEW-OLD           PIC X(100).
       01 WS-NEW-NEW           PIC X(100).
       01 WS-NEW-ROLE          PIC X(12).

       LINKAGE SECTION.
       COPY "chghist.cpy".

       PROCEDURE DIVISION USING CH-AREA.
       MAIN-PARA.
           EVALUATE CH-FUNCTION
               WHEN 'O'
                   PERFORM OPEN-HISTORY
               WHEN 'D'
                   PERFORM START-CHANGE-FILE
               WHEN 'W'
                   ADD 1 TO WS-LINE-NO
                   IF WS-HIST-OPEN = 'Y'
                       PERFORM INDEX-ONE-LINE
                   END-IF
               WHEN 'C'
                   IF WS-HIST-OPEN = 'Y'
                       CLOSE HIST-FILE
                       MOVE 'N' TO WS-HIST-OPEN
                   END-IF
               WHEN OTHER
                   DISPLAY "CHGHIST: unknown function " CH-FUNCTION
           END-EVALUATE
           MOVE WS-HIST-OPEN TO CH-AVAILABLE
           GOBACK.

       *> 索引檔第一次用（'35'）先建空檔再用 I-O 開
       OPEN-HISTORY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 0 TO CH-INDEXED CH-ALREADY CH-PURGED
           MOVE SPACES TO WS-HIST-FILE-NAME
           STRING FUNCTION TRIM(CH-PREFIX) 'address_history.dat'
               DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_HISTORY_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HIST-FILE-NAME
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPEN
           ELSE
               MOVE 'N' TO WS-HIST-OPEN
               DISPLAY "CHGHIST: change-history index "
                   FUNCTION TRIM(WS-HIST-FILE-NAME)
                   " not available (status " WS-HIST-STATUS
                   ") - changes are NOT being indexed, run HISTLOAD "
                   "for this date afterwards"
           END-IF.

       START-CHANGE-FILE.
           MOVE CH-FILE-DATE TO WS-FILE-DATE
           MOVE 0 TO WS-LINE-NO
           EVALUATE CH-MODE
               WHEN 'N'
                   IF WS-HIST-OPEN = 'Y'
                       PERFORM PURGE-FILE-DATE
                   END-IF
               WHEN 'A'
                   PERFORM COUNT-EXISTING-LINES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> 異動檔整份重寫：索引上這一天的行都作廢（替代鍵 HIST-DAY
       *> 每刪一筆重新定位一次）
       PURGE-FILE-DATE.
           MOVE 'N' TO WS-PURGE-DONE
           PERFORM UNTIL WS-PURGE-DONE = 'Y'
               MOVE WS-FILE-DATE TO HIST-DAY
               START HIST-FILE KEY IS >= HIST-DAY
                   INVALID KEY MOVE 'Y' TO WS-PURGE-DONE
               END-START
               IF WS-PURGE-DONE = 'N'
                   READ HIST-FILE NEXT
                       AT END MOVE 'Y' TO WS-PURGE-DONE
                   END-READ
               END-IF
               IF WS-PURGE-DONE = 'N'
                   IF HIST-DAY NOT = WS-FILE-DATE
                       MOVE 'Y' TO WS-PURGE-DONE
                   ELSE
                       DELETE HIST-FILE
                           INVALID KEY MOVE 'Y' TO WS-PURGE-DONE
                       END-DELETE
                       ADD 1 TO CH-PURGED
                   END-IF
               END-IF
           END-PERFORM.

       *> EXTEND 接著寫：異動檔現在有幾個實體行，行號就從那裡接
       COUNT-EXISTING-LINES.
           MOVE CH-CHANGE-FILE-NAME TO WS-COUNT-FILE-NAME
           INSPECT WS-COUNT-FILE-NAME REPLACING ALL LOW-VALUE BY SPACE
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COUNT-STATUS NOT = '00'
               READ COUNT-FILE
                   AT END MOVE '10' TO WS-COUNT-STATUS
                   NOT AT END ADD 1 TO WS-LINE-NO
               END-READ
           END-PERFORM
           CLOSE COUNT-FILE.

       *> 空白行、交付清單尾錄、沒有帳號的行只佔行號不登
       INDEX-ONE-LINE.
           IF CH-LINE = SPACES OR CH-LINE(1:4) = 'MAN;'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HX-ACCOUNT HX-FIELD HX-OLD HX-NEW HX-DATE
               HX-ROLE
           UNSTRING CH-LINE DELIMITED BY ';'
               INTO HX-ACCOUNT HX-FIELD HX-OLD HX-NEW HX-DATE HX-ROLE
           END-UNSTRING
           IF FUNCTION TRIM(HX-ACCOUNT) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HIST-REC
           MOVE FUNCTION TRIM(HX-ACCOUNT) TO HIST-ACCOUNT-ID
           MOVE WS-FILE-DATE TO HIST-FILE-DATE
           MOVE WS-LINE-NO TO HIST-LINE-NO
           MOVE WS-FILE-DATE TO HIST-DAY
           IF HX-DATE IS NUMERIC
               MOVE HX-DATE TO HIST-CHG-DATE
           ELSE
               MOVE WS-FILE-DATE TO HIST-CHG-DATE
           END-IF
           MOVE FUNCTION TRIM(HX-FIELD) TO HIST-FIELD
           MOVE FUNCTION TRIM(HX-OLD) TO HIST-OLD-VALUE
           MOVE FUNCTION TRIM(HX-NEW) TO HIST-NEW-VALUE
           MOVE FUNCTION TRIM(HX-ROLE) TO HIST-ROLE
           MOVE CH-PROGRAM TO HIST-PROGRAM
           MOVE WS-RUN-DATE TO HIST-LOAD-DATE
           MOVE HIST-REC TO WS-NEW-REC
           MOVE HIST-FIELD TO WS-NEW-FIELD
           MOVE HIST-OLD-VALUE TO WS-NEW-OLD
           MOVE HIST-NEW-VALUE TO WS-NEW-NEW
           MOVE HIST-ROLE TO WS-NEW-ROLE
           WRITE HIST-REC
               INVALID KEY
                   PERFORM REPLACE-EXISTING-LINE
               NOT INVALID KEY
                   ADD 1 TO CH-INDEXED
           END-WRITE.

       *> 同一鍵已經登過：欄位、新舊值、角色都一樣就留著原來那
       *> 筆（登錄程式、登錄日不變），不一樣以這次的異動檔為準
       REPLACE-EXISTING-LINE.
           READ HIST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HIST-FIELD = WS-NEW-FIELD
              AND HIST-OLD-VALUE = WS-NEW-OLD
              AND HIST-NEW-VALUE = WS-NEW-NEW
              AND HIST-ROLE = WS-NEW-ROLE
               ADD 1 TO CH-ALREADY
           ELSE
               MOVE WS-NEW-REC TO HIST-REC
               REWRITE HIST-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO CH-INDEXED
           END-IF.
