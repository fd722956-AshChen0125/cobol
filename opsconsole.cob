      *> 按鍵操作：Enter/R = 重新整理、數字 N = 等 N 秒再
      *> 重新整理、S = 把 STOP 命令寫進主批次的命令檔（調度
      *> 收工，不必再手動編輯檔案）、Q = 離開。
      *> 作業員授權表（OPSCONSOLE_USER，空白取 OPERATOR_ID/USER）：
      *> 要有 OPSCONSOLE 權限才開得了畫面，S 另外要
      *> OPSCONSOLE:STOP，沒有就不寫命令檔、記一筆 security_log.txt。
      *> 檔名沿用各程式的環境變數：SPILT_HEARTBEAT_FILE、
      *> SPILT_ALERT_FILE、SPILT_COMMAND_FILE；分片執行時
      *> 把對應分片的檔名塞進環境變數即可。
       01 WS-QUIT-SW           PIC X VALUE 'N'.
       01 WS-WAIT-SECS         PIC 9(3).
       01 WS-COMMAND           PIC X(60).
       01 WS-USER-ENV          PIC X(20).

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE WS-ENV-VALUE TO WS-COMMAND-FILE-NAME
           END-IF

           MOVE SPACES TO WS-USER-ENV
           ACCEPT WS-USER-ENV FROM ENVIRONMENT 'OPSCONSOLE_USER'
           PERFORM CHECK-OPERATOR-ENTITLEMENT

           PERFORM UNTIL WS-QUIT-SW = 'Y'
               PERFORM SHOW-CONSOLE-SCREEN
               DISPLAY "Enter=refresh  Nsec=timed refresh  "
                   WHEN 'Q'
                       MOVE 'Y' TO WS-QUIT-SW
                   WHEN 'S'
                       PERFORM CHECK-STOP-ENTITLEMENT
                       IF OA-IS-GRANTED
                           PERFORM SEND-STOP-COMMAND
                       END-IF
                   WHEN OTHER
                       IF FUNCTION TRIM(WS-ANSWER) IS NUMERIC
                          AND FUNCTION TRIM(WS-ANSWER) NOT = SPACES
           DISPLAY "OPSCONSOLE: STOP written to "
               FUNCTION TRIM(WS-COMMAND-FILE-NAME)
               " - the batch quiesces at its next checkpoint".

       *> 作業員授權表：沒有 OPSCONSOLE 權限的不准開操作台
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE WS-USER-ENV TO OA-OPERATOR
           MOVE 'OPSCONSOLE' TO OA-PROGRAM
           MOVE 'VIEW' TO OA-ACTION
           MOVE WS-COMMAND-FILE-NAME TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "OPSCONSOLE: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not use the "
                   "console - " FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> 送 STOP 會讓主批次收工，另外要 OPSCONSOLE:STOP；
       *> 沒有權限只擋這個按鍵，畫面照常
       CHECK-STOP-ENTITLEMENT.
           MOVE 'STOP' TO OA-ACTION
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "OPSCONSOLE: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not send STOP - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
           END-IF.
