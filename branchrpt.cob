      *>   BRANCHRPT_STATS_FILE = 統計檔（預設當天的）
      *>   BRANCHRPT_ENC_FILE   = ENCCONV 報表（預設當天的）
      *>   BRANCHRPT_PRIOR_FILE = 上一期統計檔（選擇性）
      *>   BRANCHRPT_ENTITY     = 法人代碼（沒設取 ADDR_ENTITY，預設
      *>                          BANK）：子公司的統計檔/排行榜掛
      *>                          「代碼_」前綴；統計行第 11 欄是
      *>                          法人（舊檔沒有 = BANK），別的法人
      *>                          的行不併進來

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 SX-F6                PIC X(12).
       01 SX-F7                PIC X(12).
       01 SX-F8                PIC X(12).
       01 SX-ENTITY            PIC X(20).

       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 CTL-OTHER-ENTITY     PIC 9(7) VALUE 0.

       *> ENCCONV 報表行
       01 EX-SRC               PIC X(120).
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'BRANCHRPT_ENTITY'
           IF WS-ENV-VALUE = SPACES
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           END-IF
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "BRANCHRPT: entity code must be at most 4 "
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

           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'branch_league_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           *> 本期統計
           MOVE SPACES TO WS-DATA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'branch_stats_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-DATA-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT

       MERGE-STATS-LINE.
           MOVE SPACES TO SX-ID SX-DATE SX-F1 SX-F2 SX-F3 SX-F4
               SX-F5 SX-F6 SX-F7 SX-F8 SX-ENTITY
           UNSTRING DATA-REC DELIMITED BY ';'
               INTO SX-ID SX-DATE SX-F1 SX-F2 SX-F3 SX-F4
                    SX-F5 SX-F6 SX-F7 SX-F8 SX-ENTITY
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SX-ENTITY))
               TO SX-ENTITY
           IF SX-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO SX-ENTITY
           END-IF
           IF SX-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO CTL-OTHER-ENTITY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Branch input-quality league table " WS-RUN-DATE
               " (ranked by average match score)  entity "
               WS-RUN-ENTITY
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           IF CTL-OTHER-ENTITY > 0
               MOVE SPACES TO RPT-REC
               STRING "  stats lines of another entity skipped: "
                   CTL-OTHER-ENTITY
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-COUNT
               PERFORM WRITE-BRANCH-PAGE
