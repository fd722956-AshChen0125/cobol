       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPOINT.
      *> 主檔更新批次的 checkpoint/續跑（呼叫方式見 chkpoint.cpy）。
      *> AddressSplitterFinal 一直有 checkpoint，主檔這一段的程式
      *> 掛掉卻只能還原主檔整批重跑；這支讓 ADDRMAST（含 INTRADAY
      *> 暫置異動的套用）、ZIPRENUM、GEOIMPORT、MAILUNDEL 每隔
      *> 固定筆數落一次 checkpoint，續跑時跳過做完的輸入，最後一
      *> 次 checkpoint 之後已經進主檔的記錄從 addr_journal.txt 認
      *> 出來，不重寫前後影像和異動歷史。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKP-FILE ASSIGN TO DYNAMIC WS-CKP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKP-FILE.
       01  CKP-REC         PIC X(300).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CKP-FILE-NAME     PIC X(100).
       01 WS-CKP-STATUS        PIC XX.
       01 WS-JRNL-STATUS       PIC XX.
       01 JRNL-EOF             PIC X.
       01 WS-LINE-SEQ          PIC 9(9).
       01 WS-LINE-STAMP        PIC 9(14).
       01 WS-TAIL-SEQ          PIC 9(9).

       *> checkpoint 行拆欄位
       01 CKP-FIELDS.
           05 CKP-PHASE-X      PIC X(5).
           05 CKP-RECORDS-X    PIC X(12).
           05 CKP-SEQ-X        PIC X(12).
           05 CKP-STAMP-X      PIC X(16).
           05 CKP-KEY-X        PIC X(42).
           05 CKP-CTR-X        PIC X(12) OCCURS 8 TIMES.
       01 CKP-CTR-IDX          PIC 9.

       *> 最後一次 checkpoint 之後日誌上的影像（未確認）：B 先進
       *> 表、版本 0；同一鍵接著的 A 把版本補上。A 前面沒有 B 的
       *> 是新增。
       01 ID-TABLE.
           05 ID-ENTRY OCCURS 5000 TIMES.
               10 ID-KEY           PIC X(42).
               10 ID-VERSION       PIC 9(9).
               10 ID-HAD-B         PIC X.
               10 ID-USED          PIC X.
       01 ID-COUNT             PIC 9(5) VALUE 0.
       01 ID-IDX               PIC 9(5).
       01 ID-FOUND             PIC 9(5).
       01 ID-MAX-VER           PIC 9(9).
       01 ID-FULL-SW           PIC X VALUE 'N'.

       LINKAGE SECTION.
       COPY "chkpoint.cpy".

       PROCEDURE DIVISION USING CK-AREA.
       MAIN-PARA.
           MOVE CK-FILE-NAME TO WS-CKP-FILE-NAME
           EVALUATE CK-FUNCTION
               WHEN 'R'
                   PERFORM READ-CHECKPOINT
               WHEN 'W'
                   PERFORM WRITE-CHECKPOINT
               WHEN 'C'
                   MOVE '0' TO CK-PHASE
                   MOVE 0 TO CK-RECORDS CK-JRNL-SEQ CK-RUN-STAMP
                       CK-CTR(1) CK-CTR(2) CK-CTR(3) CK-CTR(4)
                       CK-CTR(5) CK-CTR(6) CK-CTR(7) CK-CTR(8)
                   MOVE SPACES TO CK-LAST-KEY
                   PERFORM WRITE-CHECKPOINT
                   MOVE 0 TO ID-COUNT
               WHEN 'D'
                   PERFORM CHECK-IN-DOUBT
           END-EVALUATE
           GOBACK.

       READ-CHECKPOINT.
           MOVE 'N' TO CK-FOUND
           MOVE '0' TO CK-PHASE
           MOVE 0 TO CK-RECORDS CK-JRNL-SEQ CK-RUN-STAMP
               CK-INDOUBT-COUNT
           MOVE SPACES TO CK-LAST-KEY
           PERFORM VARYING CKP-CTR-IDX FROM 1 BY 1
                   UNTIL CKP-CTR-IDX > 8
               MOVE 0 TO CK-CTR(CKP-CTR-IDX)
           END-PERFORM
           MOVE 0 TO ID-COUNT
           OPEN INPUT CKP-FILE
           IF WS-CKP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CKP-FILE
               AT END
                   CLOSE CKP-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE CKP-FILE
           MOVE SPACES TO CKP-FIELDS
           UNSTRING CKP-REC DELIMITED BY ';'
               INTO CKP-PHASE-X CKP-RECORDS-X CKP-SEQ-X CKP-STAMP-X
                    CKP-KEY-X CKP-CTR-X(1) CKP-CTR-X(2)
                    CKP-CTR-X(3) CKP-CTR-X(4) CKP-CTR-X(5)
                    CKP-CTR-X(6) CKP-CTR-X(7) CKP-CTR-X(8)
           END-UNSTRING
           IF CKP-PHASE-X(1:1) = SPACE OR CKP-PHASE-X(1:1) = '0'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CK-FOUND
           MOVE CKP-PHASE-X(1:1) TO CK-PHASE
           MOVE CKP-KEY-X TO CK-LAST-KEY
           IF FUNCTION TRIM(CKP-RECORDS-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(CKP-RECORDS-X) TO CK-RECORDS
           END-IF
           IF FUNCTION TRIM(CKP-SEQ-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(CKP-SEQ-X) TO CK-JRNL-SEQ
           END-IF
           IF FUNCTION TRIM(CKP-STAMP-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(CKP-STAMP-X) TO CK-RUN-STAMP
           END-IF
           PERFORM VARYING CKP-CTR-IDX FROM 1 BY 1
                   UNTIL CKP-CTR-IDX > 8
               IF FUNCTION TRIM(CKP-CTR-X(CKP-CTR-IDX)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(CKP-CTR-X(CKP-CTR-IDX))
                       TO CK-CTR(CKP-CTR-IDX)
               END-IF
           END-PERFORM
           PERFORM LOAD-IN-DOUBT-IMAGES
           MOVE ID-COUNT TO CK-INDOUBT-COUNT.

       *> 日誌從頭讀到尾：有 LOGCHAIN 尾碼、序號比 checkpoint 大、
       *> 同一支程式、本次起跑之後寫的影像才收。窗口載完
       *> CK-JRNL-SEQ 換成日誌現在的最後序號：續跑這一腿的
       *> checkpoint 從這裡接，下次再掛時窗口不會把這次已經認過
       *> 的影像又算進去
       LOAD-IN-DOUBT-IMAGES.
           MOVE 'N' TO ID-FULL-SW
           MOVE CK-JRNL-SEQ TO WS-TAIL-SEQ
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO JRNL-EOF
           PERFORM UNTIL JRNL-EOF = 'Y'
               READ JRNL-FILE
                   AT END MOVE 'Y' TO JRNL-EOF
                   NOT AT END
                       IF JRNL-CHAIN(1:1) = ';'
                          AND JRNL-CHAIN(2:9) IS NUMERIC
                           MOVE JRNL-CHAIN(2:9) TO WS-LINE-SEQ
                           IF WS-LINE-SEQ > WS-TAIL-SEQ
                               MOVE WS-LINE-SEQ TO WS-TAIL-SEQ
                           END-IF
                       END-IF
                       IF JRNL-CHAIN(1:1) = ';'
                          AND JRNL-CHAIN(2:9) IS NUMERIC
                          AND JRNL-PROGRAM = CK-PROGRAM
                           COMPUTE WS-LINE-STAMP =
                               JRNL-DATE * 1000000 + JRNL-TIME
                           IF WS-LINE-SEQ > CK-JRNL-SEQ
                              AND WS-LINE-STAMP >= CK-RUN-STAMP
                               PERFORM STORE-IN-DOUBT-IMAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE
           MOVE WS-TAIL-SEQ TO CK-JRNL-SEQ.

       STORE-IN-DOUBT-IMAGE.
           MOVE 0 TO ID-FOUND
           IF JRNL-TYPE = 'A'
               PERFORM VARYING ID-IDX FROM ID-COUNT BY -1
                       UNTIL ID-IDX < 1 OR ID-FOUND > 0
                   IF ID-KEY(ID-IDX) = JRNL-IMAGE(1:42)
                      AND ID-HAD-B(ID-IDX) = 'Y'
                      AND ID-VERSION(ID-IDX) = 0
                       MOVE ID-IDX TO ID-FOUND
                   END-IF
               END-PERFORM
               IF ID-FOUND > 0
                   MOVE JRNL-VERSION TO ID-VERSION(ID-FOUND)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF JRNL-TYPE NOT = 'A' AND JRNL-TYPE NOT = 'B'
               EXIT PARAGRAPH
           END-IF
           IF ID-COUNT >= 5000
               IF ID-FULL-SW = 'N'
                   DISPLAY "CHKPOINT: more than 5000 journal images "
                       "since the last checkpoint - lower the "
                       "checkpoint interval"
                   MOVE 'Y' TO ID-FULL-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ID-COUNT
           MOVE JRNL-IMAGE(1:42) TO ID-KEY(ID-COUNT)
           MOVE 'N' TO ID-USED(ID-COUNT)
           IF JRNL-TYPE = 'B'
               MOVE 'Y' TO ID-HAD-B(ID-COUNT)
               MOVE 0 TO ID-VERSION(ID-COUNT)
           ELSE
               MOVE 'N' TO ID-HAD-B(ID-COUNT)
               MOVE JRNL-VERSION TO ID-VERSION(ID-COUNT)
           END-IF.

       *> 同一鍵在窗口裡可能改了好幾次：主檔現在的版本等於窗口
       *> 裡最後寫的那一版，才表示掛掉之後沒人再動過，這一筆算
       *> 已經套過（每問一次消掉一筆，同一鍵第二次出現照樣認）
       CHECK-IN-DOUBT.
           MOVE 'N' TO CK-APPLIED
           MOVE SPACE TO CK-APPLIED-TYPE
           MOVE 0 TO ID-FOUND ID-MAX-VER
           PERFORM VARYING ID-IDX FROM 1 BY 1
                   UNTIL ID-IDX > ID-COUNT
               IF ID-KEY(ID-IDX) = CK-KEY
                  AND ID-VERSION(ID-IDX) > 0
                   IF ID-VERSION(ID-IDX) > ID-MAX-VER
                       MOVE ID-VERSION(ID-IDX) TO ID-MAX-VER
                   END-IF
                   IF ID-FOUND = 0 AND ID-USED(ID-IDX) = 'N'
                       MOVE ID-IDX TO ID-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF ID-FOUND = 0 OR ID-MAX-VER NOT = CK-VERSION
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ID-USED(ID-FOUND)
           MOVE 'Y' TO CK-APPLIED
           IF ID-HAD-B(ID-FOUND) = 'Y'
               MOVE 'R' TO CK-APPLIED-TYPE
           ELSE
               MOVE 'A' TO CK-APPLIED-TYPE
           END-IF.

       WRITE-CHECKPOINT.
           MOVE SPACES TO CKP-REC
           STRING CK-PHASE ';' CK-RECORDS ';' CK-JRNL-SEQ ';'
               CK-RUN-STAMP ';' CK-LAST-KEY ';'
               CK-CTR(1) ';' CK-CTR(2) ';' CK-CTR(3) ';'
               CK-CTR(4) ';' CK-CTR(5) ';' CK-CTR(6) ';'
               CK-CTR(7) ';' CK-CTR(8)
               DELIMITED BY SIZE INTO CKP-REC
           OPEN OUTPUT CKP-FILE
           WRITE CKP-REC
           CLOSE CKP-FILE.
