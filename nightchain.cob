      *> 追加到 chain_history.txt（日期;編號;名稱;起;迄;耗秒;
      *> 回傳碼;狀態），STEPTREND 報表靠它回答「某一步是不是
      *> 越跑越慢」。
      *> steps 檔最後自動補一步 BAL CONTROL-BALANCE（前面全部
      *> 步驟跑完才起跑）：CTLBAL 拿控制總數總帳逐對核對各交接
      *> 檔的生產端跟接收端，出平衡表、不平衡發告警（回傳碼 4，
      *> 不停鏈）。命令用 NIGHTCHAIN_BALANCE_CMD 覆寫（預設
      *> ./ctlbal），設 NONE 不補這一步。
      *> 起跑第一件事（讀 chain_steps.txt 之前）是自己跑一次
      *> CFGCTL CHECK：steps 檔本身就是受管制的控制檔，不能靠
      *> steps 檔裡列的步驟來檢查它 - 未核可的改動可以順手把那
      *> 一行刪掉。CHECK 回傳 0（都跟核定版一樣）或 4（當天已
      *> OVERRIDE 放行）才往下讀 steps 檔；其他回傳碼（8 = 有未
      *> 核可的變更、12 = 參數錯）或根本跑不起來就整鏈不起跑，
      *> 回傳 8。命令用 NIGHTCHAIN_CFGCTL_CMD 覆寫（預設
      *> ./cfgctl），沒有關掉這一關的設定。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TIMEOUT-X         PIC X(8).
       01 WS-HISTORY-STATUS    PIC XX.

      *> 鏈尾控制總數平衡步驟
       01 WS-BALANCE-CMD       PIC X(250).

      *> 起跑前的控制檔變更檢查
       01 WS-CFGCTL-CMD        PIC X(250).
       01 WS-CFGCTL-RC         PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           *> steps 檔還沒讀、還沒信任之前先過控制檔變更檢查
           PERFORM RUN-CONFIG-CHECK

           MOVE 'chain_steps.txt' TO WS-STEPS-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'NIGHTCHAIN_STEPS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ADD-BALANCE-STEP

           PERFORM LOAD-PRIOR-STATUS

           END-PERFORM
           CLOSE STEPS-FILE.

       *> 鏈尾補控制總數平衡步驟：相依欄空白 = 前面所有步驟
       *> COMPLETE/SKIPPED 才跑，狀態、歷史、續跑都跟一般步驟一樣
       ADD-BALANCE-STEP.
           MOVE './ctlbal' TO WS-BALANCE-CMD
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'NIGHTCHAIN_BALANCE_CMD'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BALANCE-CMD
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BALANCE-CMD))
              = 'NONE'
               EXIT PARAGRAPH
           END-IF
           IF STEP-COUNT >= 30
               DISPLAY "NIGHTCHAIN: step table full - control-total "
                   "balancing step not added"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STEP-COUNT
           MOVE 'BAL' TO STEP-NO(STEP-COUNT)
           MOVE 'CONTROL-BALANCE' TO STEP-NAME(STEP-COUNT)
           MOVE WS-BALANCE-CMD TO STEP-COMMAND(STEP-COUNT)
           MOVE SPACES TO STEP-DEPENDS(STEP-COUNT)
           MOVE SPACES TO STEP-FREQ(STEP-COUNT)
           MOVE 0 TO STEP-TIMEOUT(STEP-COUNT)
           MOVE 0 TO STEP-ELAPSED(STEP-COUNT)
           MOVE SPACES TO STEP-STATE(STEP-COUNT)
           MOVE 0 TO STEP-RC(STEP-COUNT).

       *> 跑 CFGCTL CHECK（同步），結束碼落在 cfgctl_check.rc
       *> 讀回來；沒有結束碼檔也當作檢查沒過。
       RUN-CONFIG-CHECK.
           MOVE './cfgctl' TO WS-CFGCTL-CMD
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'NIGHTCHAIN_CFGCTL_CMD'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CFGCTL-CMD
           END-IF
           MOVE SPACES TO WS-WORK-FILE-NAME
           MOVE 'cfgctl_check.rc' TO WS-WORK-FILE-NAME
           CALL 'CBL_DELETE_FILE' USING WS-WORK-FILE-NAME
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-COMMAND
           STRING 'CFGCTL_ACTION=CHECK '
               FUNCTION TRIM(WS-CFGCTL-CMD)
               ' ; echo $? > cfgctl_check.rc'
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE

           MOVE -1 TO WS-CFGCTL-RC
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
               MOVE SPACES TO WORK-REC
               READ WORK-FILE
                   AT END CONTINUE
               END-READ
               CLOSE WORK-FILE
               MOVE SPACES TO WS-RC-TEXT
               MOVE FUNCTION TRIM(WORK-REC) TO WS-RC-TEXT
               IF FUNCTION TRIM(WS-RC-TEXT) NOT = SPACES
                  AND FUNCTION TRIM(WS-RC-TEXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-RC-TEXT) TO WS-CFGCTL-RC
               END-IF
           END-IF
           MOVE WS-CFGCTL-RC TO WS-RC-DISP

           EVALUATE TRUE
               WHEN WS-CFGCTL-RC = 0
                   DISPLAY "NIGHTCHAIN: control-file check passed"
               WHEN WS-CFGCTL-RC = 4
                   DISPLAY "NIGHTCHAIN: control-file check rc 4 - "
                       "unapproved change overridden for today, "
                       "chain continues"
               WHEN OTHER
                   DISPLAY "NIGHTCHAIN: control-file check "
                       FUNCTION TRIM(WS-CFGCTL-CMD) " FAILED (rc "
                       WS-RC-DISP ") - unapproved control-file change"
                       " or check not run, chain not started"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       *> 上一次的步驟狀態檔：比對步驟編號+名稱，把 COMPLETE
       *> 的標回來（命令內容改了也沒關係，照編號/名稱對）。
       LOAD-PRIOR-STATUS.
