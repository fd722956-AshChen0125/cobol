      *> 帳號在主檔上就 REWRITE、不在就 WRITE；刪除記錄（D，
      *> MASTPURGE 的留存期滿銷毀）把該帳號 DELETE，銷毀過的
      *> 帳號不會在復原時復活。前影像（B）只是查證用，重演時
      *> 略過。記錄有版本號時照版本判斷：影像的版本不比主檔上
      *> 現有的新就當已經套用過、不重蓋（備份比日誌開頭還新時
      *> 不會把記錄倒退回去）；版本跳號表示中間的日誌缺了，逐筆
      *> 列出來。舊日誌沒有版本欄的照原本的方式重演。
      *> 可以滾到任一個時點：
      *>   MASTRECOV_TO = YYYYMMDDHHMMSS（含），沒設就整份重演
      *>   ADDRMAST_MAST_FILE = 要前滾的主檔（還原回來的那一份）
      *>   MASTRECOV_JOURNAL  = 日誌檔名（預設 addr_journal.txt）
      *>   ADDR_ENTITY        = 法人代碼（預設 BANK）；日誌是各法人
      *>                        共用的，只重演影像裡 MAST-ENTITY 是
      *>                        這個法人的（空白 = BANK），主檔預設
      *>                        也換成「代碼_address_master.dat」
      *> 前滾重演整份主檔：作業員授權表（作業員代號取 OPERATOR_ID，
      *> 空白取 USER）要准 MASTRECOV:RECOVER 而且可用國家是 *。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
       01 WS-TO-STAMP          PIC 9(14) VALUE 99999999999999.
       01 WS-REC-STAMP         PIC 9(14).
       01 WS-FOUND-SW          PIC X.
       01 MAST-SAVE            PIC X(2000).
       01 WS-IMAGE-VERSION     PIC 9(9).
       01 WS-CUR-VERSION       PIC 9(9).
       01 WS-NEXT-VERSION      PIC 9(9).
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-REC-ENTITY        PIC X(4).

       01 CTL-IMAGES-READ      PIC 9(7) VALUE 0.
       01 CTL-REPLAYED-RW      PIC 9(7) VALUE 0.
       01 CTL-REPLAYED-WR      PIC 9(7) VALUE 0.
       01 CTL-REPLAYED-DEL     PIC 9(7) VALUE 0.
       01 CTL-PAST-CUTOFF      PIC 9(7) VALUE 0.
       01 CTL-ALREADY-APPLIED  PIC 9(7) VALUE 0.
       01 CTL-VERSION-GAPS     PIC 9(7) VALUE 0.
       01 CTL-OTHER-ENTITY     PIC 9(7) VALUE 0.

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE WS-ENV-VALUE TO WS-JRNL-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "MASTRECOV: ADDR_ENTITY must be at most 4 "
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
           END-IF

           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TO-ENV) TO WS-TO-STAMP
           END-IF

           PERFORM CHECK-OPERATOR-ENTITLEMENT

           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "MASTRECOV: cannot open journal "
           DISPLAY "  Replayed as WRITE (new)   : " CTL-REPLAYED-WR
           DISPLAY "  Replayed as DELETE (purge): " CTL-REPLAYED-DEL
           DISPLAY "  Beyond recovery point     : " CTL-PAST-CUTOFF
           DISPLAY "  Already on master (skip)  : " CTL-ALREADY-APPLIED
           DISPLAY "  Version gaps              : " CTL-VERSION-GAPS
           DISPLAY "  Other entity (skip)       : " CTL-OTHER-ENTITY
               " (entity " WS-RUN-ENTITY ")"
           IF CTL-VERSION-GAPS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 一筆日誌：時戳超過復原時點就不重演。後影像（A）
           *> 影像先存起來，查完再搬回去
           MOVE JRNL-IMAGE TO MAST-SAVE
           MOVE MAST-SAVE TO MAST-REC

           *> 別的法人的影像不屬於這份主檔
           MOVE MAST-ENTITY TO WS-REC-ENTITY
           IF WS-REC-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO WS-REC-ENTITY
           END-IF
           IF WS-REC-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO CTL-OTHER-ENTITY
               EXIT PARAGRAPH
           END-IF
           IF JRNL-VERSION IS NUMERIC
               MOVE JRNL-VERSION TO WS-IMAGE-VERSION
           ELSE
               IF MAST-VERSION IS NUMERIC
                   MOVE MAST-VERSION TO WS-IMAGE-VERSION
               ELSE
                   MOVE 0 TO WS-IMAGE-VERSION
               END-IF
           END-IF
           MOVE 'Y' TO WS-FOUND-SW
           READ MAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ
           MOVE 0 TO WS-CUR-VERSION
           IF WS-FOUND-SW = 'Y' AND MAST-VERSION IS NUMERIC
               MOVE MAST-VERSION TO WS-CUR-VERSION
           END-IF
           MOVE MAST-SAVE TO MAST-REC

           *> 有版本的後影像：主檔上已經是這一版或更新的就略過，
           *> 比下一版還新表示中間缺了日誌（照樣套上去，但列出來）
           IF JRNL-TYPE = 'A' AND WS-IMAGE-VERSION > 0
               IF WS-FOUND-SW = 'Y'
                  AND WS-CUR-VERSION >= WS-IMAGE-VERSION
                   ADD 1 TO CTL-ALREADY-APPLIED
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NEXT-VERSION = WS-CUR-VERSION + 1
               IF WS-IMAGE-VERSION > WS-NEXT-VERSION
                   ADD 1 TO CTL-VERSION-GAPS
                   DISPLAY "MASTRECOV: version gap "
                       FUNCTION TRIM(MAST-ACCOUNT-ID) " ("
                       FUNCTION TRIM(MAST-ADDR-ROLE) ") master v"
                       WS-CUR-VERSION " -> journal v"
                       WS-IMAGE-VERSION " at " JRNL-DATE " "
                       JRNL-TIME " " FUNCTION TRIM(JRNL-PROGRAM)
               END-IF
           END-IF

           IF JRNL-TYPE = 'D'
               IF WS-FOUND-SW = 'Y'
                   DELETE MAST-FILE
               WRITE MAST-REC
               ADD 1 TO CTL-REPLAYED-WR
           END-IF.

       *> 作業員授權表：前滾重演整份主檔、不分國家，要
       *> MASTRECOV:RECOVER 而且授權國家是 *
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE 'MASTRECOV' TO OA-PROGRAM
           MOVE 'RECOVER' TO OA-ACTION
           MOVE '*' TO OA-COUNTRY
           MOVE WS-MAST-FILE-NAME TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "MASTRECOV: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not recover the "
                   "master - " FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
