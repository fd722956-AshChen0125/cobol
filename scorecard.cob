      *>     的日子的佇列筆數
      *> 上個月用同一套算法再算一遍，報表帶月對月增減。
      *>   SCORECARD_MONTH = YYYYMM（預設本月）
      *>   SCORECARD_ENTITY = 法人代碼（沒設取 ADDR_ENTITY，預設
      *>     BANK）：子公司讀「代碼_」開頭的日檔，報表也出成
      *>     代碼_scorecard_YYYYMM.txt - 每個法人各一頁

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DAY               PIC 9(2).
       01 WS-DATE8             PIC 9(8).
       01 WS-GATHER-MONTH      PIC 9(6).
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       *> NAME=value 拆欄
       01 CTR-NAME             PIC X(20).
               10 MT-REJ-NOMATCH PIC 9(9).
               10 MT-REJ-TOOLONG PIC 9(9).
               10 MT-ZIP-BAD     PIC 9(9).
               10 MT-REJ-ENTITY  PIC 9(9).
               10 MT-SCORE-SUM   PIC 9(12).
               10 MT-SCORE-ROWS  PIC 9(9).
               10 MT-ALERTS      PIC 9(7).
           ELSE
               COMPUTE WS-MONTH = WS-RUN-DATE / 100
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCORECARD_ENTITY'
           IF WS-ENV-VALUE = SPACES
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           END-IF
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "SCORECARD: entity code must be at most 4 "
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
           *> 上一個月（跨年：1 月往前是去年 12 月）
           COMPUTE WS-YY = WS-MONTH / 100
           COMPUTE WS-MM = FUNCTION MOD(WS-MONTH, 100)
           PERFORM GATHER-ONE-MONTH

           PERFORM WRITE-SCORECARD
           DISPLAY "SCORECARD: month " WS-MONTH " entity "
               WS-RUN-ENTITY " written ("
               MT-RUN-DAYS(1) " run days)"
           STOP RUN.


       GATHER-COUNTERS-DAY.
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'counters_' WS-DATE8 '.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
               WHEN 'ZIP_BAD_FORMAT'
                   ADD FUNCTION NUMVAL(CTR-VALUE)
                       TO MT-ZIP-BAD(MT-IDX)
               WHEN 'REJ_ENTITY'
                   ADD FUNCTION NUMVAL(CTR-VALUE)
                       TO MT-REJ-ENTITY(MT-IDX)
               WHEN 'SCORE_SUM'
                   ADD FUNCTION NUMVAL(CTR-VALUE)
                       TO MT-SCORE-SUM(MT-IDX)

       GATHER-ALERTS-DAY.
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'alerts_' WS-DATE8 '.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'N' TO DATA-EOF
           OPEN INPUT DATA-FILE
       *> （逐日覆寫，留下的就是月底值）
       GATHER-BACKLOG-DAY.
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'review_queue_' WS-DATE8 '.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE 'N' TO DATA-EOF
           MOVE 0 TO WS-LINE-COUNT

       WRITE-SCORECARD.
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'scorecard_' WS-MONTH '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           OPEN OUTPUT RPT-FILE

           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING " Address processing scorecard - month " WS-MONTH
               "  (prior month " WS-PRIOR-MONTH ")  entity "
               WS-RUN-ENTITY
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
               " / " WS-REJ-TOTAL-2
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           *> 送錯法人的列不是解析拒件，不算進上面的合計
           MOVE SPACES TO RPT-REC
           STRING "  other entity     : " MT-REJ-ENTITY(1)
               " / " MT-REJ-ENTITY(2)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           MOVE SPACES TO RPT-REC
           STRING "Threshold alerts   : " MT-ALERTS(1)
