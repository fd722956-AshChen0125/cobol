      *>   ARCHFETCH_FAMILY = 檔名前綴（必填，例如 summary_）
      *>   ARCHFETCH_FROM / ARCHFETCH_TO = 檔名日期區間 YYYYMMDD
      *>                    （預設不限）
      *>   ARCHFETCH_USER   = 調閱人代號（記進索引；作業員授權表
      *>                    要有 ARCHFETCH:FETCH 才准調閱）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  INDEX-REC       PIC X(360).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-COMMAND           PIC X(450).
       01 WS-SYS-RC            PIC S9(4).

       COPY "logchain.cpy".
       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-USER-ENV
           ACCEPT WS-USER-ENV FROM ENVIRONMENT 'ARCHFETCH_USER'
           PERFORM CHECK-OPERATOR-ENTITLEMENT
           IF FUNCTION TRIM(WS-USER-ENV) = SPACES
               MOVE '(unknown)' TO WS-USER-ENV
           END-IF
               FUNCTION TRIM(WS-USER-ENV) ";"
               WS-TIME8(1:6)
               DELIMITED BY SIZE INTO INDEX-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'archive_index.txt' TO LC-LOG-NAME
           MOVE INDEX-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO INDEX-REC
           WRITE INDEX-REC
           CLOSE INDEX-FILE

               FUNCTION TRIM(HIT-FILE(WS-CHOICE))
               " restored to the working directory (checkout "
               "recorded for " FUNCTION TRIM(WS-USER-ENV) ")".

       *> 作業員授權表：沒有 ARCHFETCH:FETCH 權限的不准調閱封存檔
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE WS-USER-ENV TO OA-OPERATOR
           MOVE 'ARCHFETCH' TO OA-PROGRAM
           MOVE 'FETCH' TO OA-ACTION
           MOVE WS-FAMILY-ENV TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "ARCHFETCH: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not fetch from "
                   "the archive - " FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
