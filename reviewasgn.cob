      *> 依天齡分桶，快破 SLA 的件主管一眼看得到。
      *> 已存在當天派工檔時拒絕重派（會打掉認領狀態），
      *> REVIEWASGN_FORCE=Y 才重來。
      *> 派工前先查作業員授權表：派工要 REVIEWASGN:ASSIGN、強制
      *> 重派要 REVIEWASGN:FORCE；同國家的覆核員也要有 REVIEWQ 權限
      *> 且涵蓋那個國家才派得到，都沒有就照輪流派並警告 RC=4。
      *> ADDR_ENTITY（預設 BANK）指定法人：佇列、派工檔、積壓報表
      *> 一律掛「代碼_」前綴（跟 REVIEWQ 一致），積壓報表只掃本法人
      *> 的派工檔。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 RV-IDX               PIC 9(2).
       01 RV-PICKED            PIC 9(2).
       01 RV-RR-NEXT           PIC 9(2) VALUE 1.
       01 RV-TRIES             PIC 9(2).
       01 WS-RV-OK             PIC X.

       *> 佇列列拆欄（鍵值/國家欄）
       01 FLD-TABLE.
       01 AX-USER              PIC X(20).
       01 AX-STATE             PIC X(10).
       01 WS-FILE-DATE         PIC X(8).
       01 WS-LS-DATE-POS       PIC 9(3).
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-AGE-DAYS          PIC S9(5).

       01 CTL-ASSIGNED         PIC 9(5) VALUE 0.
       01 CTL-BY-COUNTRY       PIC 9(5) VALUE 0.
       01 CTL-UNENTITLED       PIC 9(5) VALUE 0.
       01 WS-COMMAND           PIC X(200).

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY
           MOVE SPACES TO WS-FORCE-ENV
           ACCEPT WS-FORCE-ENV FROM ENVIRONMENT 'REVIEWASGN_FORCE'
           PERFORM CHECK-OPERATOR-ENTITLEMENT

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_queue_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-QUEUE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RV-FILE-NAME
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_assign_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ASGN-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_backlog_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-REVIEWERS
           END-IF

           *> 當天已派過工就不重派（認領狀態會被打掉）
           OPEN INPUT ASGN-FILE
           IF WS-ASGN-STATUS = '00'
               CLOSE ASGN-FILE
           DISPLAY "REVIEWASGN: " CTL-ASSIGNED " item(s) assigned "
               "over " RV-COUNT " reviewer(s), " CTL-BY-COUNTRY
               " by country"
           IF CTL-UNENTITLED > 0
               DISPLAY "REVIEWASGN: " CTL-UNENTITLED " item(s) had no"
                   " reviewer entitled to their country - assigned "
                   "round-robin, fix operator_entitlements.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "REVIEWASGN: ADDR_ENTITY must be at most 4 "
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

       *> 作業員授權表：派工要 REVIEWASGN:ASSIGN，強制重派打掉
       *> 認領狀態要 REVIEWASGN:FORCE
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE 'REVIEWASGN' TO OA-PROGRAM
           IF FUNCTION UPPER-CASE(WS-FORCE-ENV) = 'Y'
               MOVE 'FORCE' TO OA-ACTION
           ELSE
               MOVE 'ASSIGN' TO OA-ACTION
           END-IF
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "REVIEWASGN: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not "
                   FUNCTION TRIM(OA-ACTION) " - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> RV-IDX 這位覆核員能不能在 REVIEWQ 開這個國家的件
       *> （國家空白的件人人可開）
       CHECK-REVIEWER-ENTITLED.
           MOVE 'Y' TO WS-RV-OK
           IF WS-ROW-COUNTRY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OA-AREA
           MOVE RV-ID(RV-IDX) TO OA-OPERATOR
           MOVE 'REVIEWQ' TO OA-PROGRAM
           MOVE 'REVIEW' TO OA-ACTION
           MOVE WS-ROW-COUNTRY TO OA-COUNTRY
           MOVE 'N' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               MOVE 'N' TO WS-RV-OK
           END-IF.

       LOAD-REVIEWERS.
           OPEN INPUT RV-FILE
           IF WS-RV-STATUS NOT = '00'

       *> 一件：鍵值照 REVIEWQ 的規矩（帳號欄 34，空白退原文
       *> 欄 2），COUNTRY 欄 23 對得到負責國家就指派給那個人，
       *> 否則輪流派。授權表上沒有這個國家的覆核員跳過（派給
       *> 他 REVIEWQ 也不會開出來）；一個都沒有才照舊輪派並警告。
       ASSIGN-ONE-ITEM.
           PERFORM SPLIT-QUEUE-ROW
           IF FUNCTION TRIM(FLD-VALUE(34)) NOT = SPACES
                          RV-COUNTRY(RV-IDX))) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WS-ROW-COUNTRY))
                       PERFORM CHECK-REVIEWER-ENTITLED
                       IF WS-RV-OK = 'Y'
                           MOVE RV-IDX TO RV-PICKED
                           ADD 1 TO CTL-BY-COUNTRY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO RV-TRIES
           PERFORM UNTIL RV-PICKED > 0 OR RV-TRIES >= RV-COUNT
               ADD 1 TO RV-TRIES
               MOVE RV-RR-NEXT TO RV-IDX
               ADD 1 TO RV-RR-NEXT
               IF RV-RR-NEXT > RV-COUNT
                   MOVE 1 TO RV-RR-NEXT
               END-IF
               PERFORM CHECK-REVIEWER-ENTITLED
               IF WS-RV-OK = 'Y'
                   MOVE RV-IDX TO RV-PICKED
               END-IF
           END-PERFORM
           IF RV-PICKED = 0
               ADD 1 TO CTL-UNENTITLED
               MOVE RV-RR-NEXT TO RV-PICKED
               ADD 1 TO RV-RR-NEXT
               IF RV-RR-NEXT > RV-COUNT
       *> 積壓報表：所有派工檔逐一掃，UNCLAIMED/CLAIMED 的件依
       *> 檔案日期算天齡進桶（0 天 / 1-2 天 / 3 天以上）。
       WRITE-BACKLOG-REPORT.
           MOVE SPACES TO WS-COMMAND
           STRING 'ls -1 ' FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_assign_*.txt > reviewasgn_ls.txt 2>/dev/null'
               DELIMITED BY SIZE INTO WS-COMMAND
           *> 檔名裡的日期緊接在「前綴 + review_assign_」之後
           COMPUTE WS-LS-DATE-POS = 15 + FUNCTION LENGTH(
               FUNCTION TRIM(WS-ENTITY-PREFIX))
           IF WS-ENTITY-PREFIX = SPACES
               MOVE 15 TO WS-LS-DATE-POS
           END-IF
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT LS-FILE
                   AT END MOVE 'Y' TO LS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LS-REC) NOT = SPACES
                           MOVE LS-REC(WS-LS-DATE-POS:8)
                               TO WS-FILE-DATE
                           IF WS-FILE-DATE IS NUMERIC
                               PERFORM TALLY-ASSIGN-FILE
                           END-IF
