      *> 仍未回應量、平均回應天數 - 合約上的回應時效與掉單率
      *> 從此有數字可以拿去對質。
      *>   GEOVENDRPT_MONTH = 只看某一個月 YYYYMM（預設全列）
      *> ADDR_ENTITY（預設 BANK）指定法人：讀的總帳、出的月報
      *> 都掛「代碼_」前綴，跟 GEOIMPORT 一致。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 WS-MONTH-ENV         PIC X(6).
       01 WS-REC-MONTH         PIC X(6).
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       *> 依月份彙總
       01 MON-TABLE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-LEDGER-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'geo_pending.txt'
               DELIMITED BY SIZE INTO WS-LEDGER-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOIMP_LEDGER_FILE'
           IF WS-ENV-VALUE NOT = SPACES
           END-IF
           MOVE SPACES TO WS-MONTH-ENV
           ACCEPT WS-MONTH-ENV FROM ENVIRONMENT 'GEOVENDRPT_MONTH'
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'geo_vendor_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           OPEN INPUT LEDGER-FILE
               FUNCTION TRIM(WS-DROP-DISP)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "GEOVENDRPT: ADDR_ENTITY must be at most 4 "
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
