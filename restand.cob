       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAND.
      *> 全檔重新標準化掃描：keywords.txt、aliases.txt 或比對邏輯
      *> 改好之後，只有隔天又從上游擷取進來的地址吃得到；主檔上
      *> 多年沒動的舊記錄一直留著當年的拆法。這支依主鍵走整份
      *> 主檔，每一筆把存著的原始地址本文（MAST-ORIG-TEXT）丟給
      *> ADDRPARSE 重拆，跟主檔上的 29 個解析欄位+地標、分數比：
      *>   IMPROVED  新分數比主檔高
      *>   DEGRADED  新分數比主檔低（明細另列一份，給調整參照檔
      *>             或比對邏輯的人查；夜間批次另用 Chinese 欄補
      *>             值，單筆 API 沒有，這類記錄也會落在這裡）
      *>   UNCHANGED 分數一樣（欄位拆法不同的另外計數）
      *>   NO-TEXT   主檔沒有原始本文（這個欄位出現前載入、之後
      *>             沒再擷取過，或本文超過欄寬）
      *> 依國家出分布報表（分號分欄、首行表頭）：
      *>   Country;Improved;Degraded;Unchanged;FieldsDiffer;NoText;
      *>   Total
      *> RESTAND_MODE=APPLY 時只改寫分數變好的記錄：解析欄位換成
      *> 新拆的、分數跟著換，照 ADDRMAST 一樣逐欄寫異動歷史
      *> （address_changes_YYYYMMDD.txt，下游饋送照常收得到）、前後
      *> 影像進日誌、版本戳記樂觀鎖；國家/城市/行政區變了就清掉
      *> 行政區代碼等 AREACODE 重新指定。預設 REPORT 只出報表不動
      *> 主檔，先看分布再決定要不要套。
      *>   RESTAND_MODE          = REPORT（預設）/ APPLY
      *>   ADDRMAST_MAST_FILE    = 主檔（預設 address_master.dat）
      *>   RESTAND_OUT_FILE      = 分布報表（預設
      *>                           restand_report_YYYYMMDD.txt）
      *>   RESTAND_DEGRADED_FILE = 分數變差明細（預設
      *>                           restand_degraded_YYYYMMDD.txt）
      *>   ADDR_ENTITY           = 法人（預設 BANK；子公司的主檔、
      *>                           異動歷史、兩份報表掛「代碼_」前綴）
      *> 參照檔名照 ADDRPARSE 的 SPILT_* 環境變數。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO "restand_work.tmp".
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           *> 主檔更新衝突報表（只追加，各更新程式共用）：讀進來
           *> 之後被別的程式先改過的記錄不覆寫，記在這裡
           SELECT CONFLICT-FILE ASSIGN TO 'master_conflicts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEG-FILE ASSIGN TO DYNAMIC WS-DEG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> 一筆主檔記錄一行，依國家排好數
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-COUNTRY   PIC X(30).
           05 SR-RESULT    PIC X(1).
              88 SR-IMPROVED   VALUE 'I'.
              88 SR-DEGRADED   VALUE 'D'.
              88 SR-UNCHANGED  VALUE 'U'.
              88 SR-NO-TEXT    VALUE 'N'.
           05 SR-FIELDS-DIFF PIC X(1).

       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CHANGE-FILE.
       01  CHANGE-REC      PIC X(400).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).
       FD  DEG-FILE.
       01  DEG-REC         PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MODE              PIC X(6) VALUE 'REPORT'.
           88 APPLY-MODE           VALUE 'APPLY'.
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'RESTAND'.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-CHANGE-FILE-NAME  PIC X(100).
       01 WS-CHANGE-STATUS     PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-DEG-FILE-NAME     PIC X(100).
       01 MAST-EOF             PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.

       *> 逐欄比對：1-29 解析欄位、30 地標
       01 FIELD-IDX            PIC 9(2).
       01 CMP-FIELD-NAME       PIC X(20).
       01 CMP-OLD-VALUE        PIC X(100).
       01 CMP-NEW-VALUE        PIC X(100).
       01 WS-FIELDS-DIFF       PIC X.
       01 WS-RESULT            PIC X.
       01 WS-OLD-AREA-KEY      PIC X(150).
       01 WS-NEW-AREA-KEY      PIC X(150).
       01 WS-OLD-SCORE         PIC 9(3).
       01 CHG-PEND-TABLE.
           05 CHG-PEND-LINE OCCURS 30 TIMES PIC X(400).
       01 CHG-PEND-COUNT       PIC 9(2) VALUE 0.
       01 CHG-PEND-IDX         PIC 9(2).

       01 CTL-RECORDS          PIC 9(9) VALUE 0.
       01 CTL-IMPROVED         PIC 9(9) VALUE 0.
       01 CTL-DEGRADED         PIC 9(9) VALUE 0.
       01 CTL-UNCHANGED        PIC 9(9) VALUE 0.
       01 CTL-NO-TEXT          PIC 9(9) VALUE 0.
       01 CTL-REWRITTEN        PIC 9(9) VALUE 0.
       01 CTL-CHANGE-LINES     PIC 9(9) VALUE 0.

       *> 國家分布：1 改善 2 變差 3 不變 4 不變但拆法不同 5 無本文
       01 WS-COL-IDX           PIC 9.
       01 CUR-COUNTRY          PIC X(30).
       01 CTRY-COUNTS.
           05 CTRY-CNT OCCURS 5 TIMES PIC 9(9).
       01 CTRY-TOTAL           PIC 9(9).
       01 ALL-COUNTS.
           05 ALL-CNT OCCURS 5 TIMES PIC 9(9).
       01 ALL-TOTAL            PIC 9(9).
       01 CTL-COUNTRIES        PIC 9(7) VALUE 0.
       01 RL-COUNTRY           PIC X(30).
       01 RL-COUNTS.
           05 RL-CNT OCCURS 5 TIMES PIC 9(9).
       01 RL-TOTAL             PIC 9(9).
       01 RL-DISP              PIC Z(8)9.
       01 RL-PTR               PIC 9(3).

       COPY "addrparse.cpy".

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       COPY "logchain.cpy".
       COPY "chghist.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RESTAND_MODE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN SPACES
               WHEN 'REPORT'
                   MOVE 'REPORT' TO WS-MODE
               WHEN 'APPLY'
                   MOVE 'APPLY' TO WS-MODE
               WHEN OTHER
                   DISPLAY "RESTAND: RESTAND_MODE must be REPORT or "
                       "APPLY"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-CHANGE-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_changes_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-CHANGE-FILE-NAME
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'restand_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RESTAND_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RPT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-DEG-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'restand_degraded_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-DEG-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RESTAND_DEGRADED_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEG-FILE-NAME
           END-IF

           IF APPLY-MODE
               OPEN I-O MAST-FILE
           ELSE
               OPEN INPUT MAST-FILE
           END-IF
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "RESTAND: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APPLY-MODE
               OPEN EXTEND JRNL-FILE
               IF WS-JRNL-STATUS NOT = '00'
                   OPEN OUTPUT JRNL-FILE
               END-IF
               OPEN EXTEND CONFLICT-FILE
               IF WS-CONFLICT-STATUS NOT = '00'
                   OPEN OUTPUT CONFLICT-FILE
               END-IF
               *> 異動歷史跟夜間載入寫同一天的檔，下游饋送不必
               *> 認得第二種來源；每一行同時登進異動歷史索引檔
               *> （CHGHIST），行號從日檔現有的行數接著算
               MOVE SPACES TO CH-AREA
               MOVE 'O' TO CH-FUNCTION
               MOVE WS-ENTITY-PREFIX TO CH-PREFIX
               MOVE 'RESTAND' TO CH-PROGRAM
               CALL 'CHGHIST' USING CH-AREA
               MOVE 'D' TO CH-FUNCTION
               MOVE 'A' TO CH-MODE
               MOVE WS-RUN-DATE TO CH-FILE-DATE
               MOVE WS-CHANGE-FILE-NAME TO CH-CHANGE-FILE-NAME
               CALL 'CHGHIST' USING CH-AREA
               OPEN EXTEND CHANGE-FILE
               IF WS-CHANGE-STATUS NOT = '00'
                   OPEN OUTPUT CHANGE-FILE
               END-IF
           END-IF
           OPEN OUTPUT DEG-FILE
           MOVE SPACES TO DEG-REC
           STRING "Account;Role;Country;StoredScore;NewScore;"
               "OriginalText"
               DELIMITED BY SIZE INTO DEG-REC
           WRITE DEG-REC

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Country;Improved;Degraded;Unchanged;FieldsDiffer;"
               "NoText;Total"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           INITIALIZE ALL-COUNTS
           MOVE 0 TO ALL-TOTAL
           SORT SORT-FILE
               ASCENDING KEY SR-COUNTRY
               INPUT PROCEDURE IS SWEEP-MASTER
               OUTPUT PROCEDURE IS COUNT-BY-COUNTRY
           CLOSE MAST-FILE DEG-FILE
           IF APPLY-MODE
               CLOSE JRNL-FILE CHANGE-FILE CONFLICT-FILE
               MOVE 'C' TO CH-FUNCTION
               CALL 'CHGHIST' USING CH-AREA
           END-IF

           MOVE '*ALL*' TO RL-COUNTRY
           MOVE ALL-COUNTS TO RL-COUNTS
           MOVE ALL-TOTAL TO RL-TOTAL
           PERFORM WRITE-COUNT-LINE
           CLOSE RPT-FILE

           DISPLAY "RESTAND: " FUNCTION TRIM(WS-MODE) " - "
               CTL-RECORDS " record(s), " CTL-IMPROVED " improved, "
               CTL-DEGRADED " degraded, " CTL-UNCHANGED
               " unchanged, " CTL-NO-TEXT " without original text"
               " - see " FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF APPLY-MODE
               DISPLAY "RESTAND: " CTL-REWRITTEN " record(s) "
                   "rewritten, " CTL-CHANGE-LINES " change line(s) "
                   "written to " FUNCTION TRIM(WS-CHANGE-FILE-NAME)
           END-IF
           IF CTL-CONFLICTS > 0
               DISPLAY "RESTAND: " CTL-CONFLICTS " record(s) not "
                   "rewritten - see master_conflicts.txt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "RESTAND: ADDR_ENTITY must be at most 4 "
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

       *> 依主鍵走整份主檔，每一筆重拆、比較、（APPLY）改寫，
       *> 結果放一行進排序
       SWEEP-MASTER.
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO MAST-EOF
           END-START
           PERFORM UNTIL MAST-EOF = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
                   NOT AT END
                       ADD 1 TO CTL-RECORDS
                       PERFORM RESTANDARDIZE-ONE-RECORD
               END-READ
           END-PERFORM.

       RESTANDARDIZE-ONE-RECORD.
           MOVE SPACES TO SORT-REC
           IF FUNCTION TRIM(MAST-COUNTRY) = SPACES
               MOVE '(blank)' TO SR-COUNTRY
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY))
                   TO SR-COUNTRY
           END-IF
           MOVE 'N' TO SR-FIELDS-DIFF
           IF FUNCTION TRIM(MAST-ORIG-TEXT) = SPACES
               MOVE 'N' TO SR-RESULT
               ADD 1 TO CTL-NO-TEXT
               RELEASE SORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO APA-PARSE-AREA
           MOVE MAST-ORIG-TEXT TO APA-INPUT-TEXT
           CALL 'ADDRPARSE' USING APA-PARSE-AREA

           IF MAST-SCORE IS NOT NUMERIC
               MOVE 0 TO MAST-SCORE
           END-IF
           MOVE MAST-SCORE TO WS-OLD-SCORE
           MOVE 'N' TO WS-FIELDS-DIFF
           MOVE 0 TO CHG-PEND-COUNT
           PERFORM COMPARE-FIELDS
           MOVE WS-FIELDS-DIFF TO SR-FIELDS-DIFF
           EVALUATE TRUE
               WHEN APA-SCORE > WS-OLD-SCORE
                   MOVE 'I' TO WS-RESULT
                   ADD 1 TO CTL-IMPROVED
               WHEN APA-SCORE < WS-OLD-SCORE
                   MOVE 'D' TO WS-RESULT
                   ADD 1 TO CTL-DEGRADED
                   PERFORM WRITE-DEGRADED-LINE
               WHEN OTHER
                   MOVE 'U' TO WS-RESULT
                   ADD 1 TO CTL-UNCHANGED
           END-EVALUATE
           MOVE WS-RESULT TO SR-RESULT
           RELEASE SORT-REC

           IF APPLY-MODE AND WS-RESULT = 'I'
               PERFORM APPLY-NEW-PARSE
           END-IF.

       *> 新拆的跟主檔逐欄比，不同的記一行待寫異動
       *> 「帳號;欄位;舊值;新值;日期;地址角色」（同 ADDRMAST）
       COMPARE-FIELDS.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 30
               PERFORM GET-FIELD-PAIR
               IF FUNCTION TRIM(CMP-OLD-VALUE) NOT =
                  FUNCTION TRIM(CMP-NEW-VALUE)
                   MOVE 'Y' TO WS-FIELDS-DIFF
                   ADD 1 TO CHG-PEND-COUNT
                   MOVE SPACES TO CHG-PEND-LINE(CHG-PEND-COUNT)
                   STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
                       FUNCTION TRIM(CMP-FIELD-NAME) ";"
                       FUNCTION TRIM(CMP-OLD-VALUE) ";"
                       FUNCTION TRIM(CMP-NEW-VALUE) ";"
                       WS-RUN-DATE ";"
                       FUNCTION TRIM(MAST-ADDR-ROLE)
                       DELIMITED BY SIZE
                       INTO CHG-PEND-LINE(CHG-PEND-COUNT)
               END-IF
           END-PERFORM.

       GET-FIELD-PAIR.
           EVALUATE FIELD-IDX
               WHEN 1
                   MOVE "RM"        TO CMP-FIELD-NAME
                   MOVE MAST-RM     TO CMP-OLD-VALUE
                   MOVE APA-RM      TO CMP-NEW-VALUE
               WHEN 2
                   MOVE "F"         TO CMP-FIELD-NAME
                   MOVE MAST-F      TO CMP-OLD-VALUE
                   MOVE APA-F       TO CMP-NEW-VALUE
               WHEN 3
                   MOVE "BUILDING"  TO CMP-FIELD-NAME
                   MOVE MAST-BUILDING TO CMP-OLD-VALUE
                   MOVE APA-BUILDING  TO CMP-NEW-VALUE
               WHEN 4
                   MOVE "NO"        TO CMP-FIELD-NAME
                   MOVE MAST-NO     TO CMP-OLD-VALUE
                   MOVE APA-NO      TO CMP-NEW-VALUE
               WHEN 5
                   MOVE "ALY"       TO CMP-FIELD-NAME
                   MOVE MAST-ALY    TO CMP-OLD-VALUE
                   MOVE APA-ALY     TO CMP-NEW-VALUE
               WHEN 6
                   MOVE "LN"        TO CMP-FIELD-NAME
                   MOVE MAST-LN     TO CMP-OLD-VALUE
                   MOVE APA-LN      TO CMP-NEW-VALUE
               WHEN 7
                   MOVE "SEC"       TO CMP-FIELD-NAME
                   MOVE MAST-SEC    TO CMP-OLD-VALUE
                   MOVE APA-SEC     TO CMP-NEW-VALUE
               WHEN 8
                   MOVE "STREET_ST" TO CMP-FIELD-NAME
                   MOVE MAST-STREET TO CMP-OLD-VALUE
                   MOVE APA-STREET  TO CMP-NEW-VALUE
               WHEN 9
                   MOVE "AVENUE_AVE" TO CMP-FIELD-NAME
                   MOVE MAST-AVENUE TO CMP-OLD-VALUE
                   MOVE APA-AVENUE  TO CMP-NEW-VALUE
               WHEN 10
                   MOVE "WAY"       TO CMP-FIELD-NAME
                   MOVE MAST-WAY    TO CMP-OLD-VALUE
                   MOVE APA-WAY     TO CMP-NEW-VALUE
               WHEN 11
                   MOVE "BOULEVARD_BLVD" TO CMP-FIELD-NAME
                   MOVE MAST-BLVD   TO CMP-OLD-VALUE
                   MOVE APA-BLVD    TO CMP-NEW-VALUE
               WHEN 12
                   MOVE "ROAD_RD"   TO CMP-FIELD-NAME
                   MOVE MAST-ROAD   TO CMP-OLD-VALUE
                   MOVE APA-ROAD    TO CMP-NEW-VALUE
               WHEN 13
                   MOVE "DRIVE_DR"  TO CMP-FIELD-NAME
                   MOVE MAST-DRIVE  TO CMP-OLD-VALUE
                   MOVE APA-DRIVE   TO CMP-NEW-VALUE
               WHEN 14
                   MOVE "TOWN"      TO CMP-FIELD-NAME
                   MOVE MAST-TOWN   TO CMP-OLD-VALUE
                   MOVE APA-TOWN    TO CMP-NEW-VALUE
               WHEN 15
                   MOVE "DISTRICT"  TO CMP-FIELD-NAME
                   MOVE MAST-DISTRICT TO CMP-OLD-VALUE
                   MOVE APA-DISTRICT  TO CMP-NEW-VALUE
               WHEN 16
                   MOVE "CITY"      TO CMP-FIELD-NAME
                   MOVE MAST-CITY   TO CMP-OLD-VALUE
                   MOVE APA-CITY    TO CMP-NEW-VALUE
               WHEN 17
                   MOVE "COUNTY"    TO CMP-FIELD-NAME
                   MOVE MAST-COUNTY TO CMP-OLD-VALUE
                   MOVE APA-COUNTY  TO CMP-NEW-VALUE
               WHEN 18
                   MOVE "PROVINCE"  TO CMP-FIELD-NAME
                   MOVE MAST-PROVINCE TO CMP-OLD-VALUE
                   MOVE APA-PROVINCE  TO CMP-NEW-VALUE
               WHEN 19
                   MOVE "STATE"     TO CMP-FIELD-NAME
                   MOVE MAST-STATE  TO CMP-OLD-VALUE
                   MOVE APA-STATE   TO CMP-NEW-VALUE
               WHEN 20
                   MOVE "ZIP"       TO CMP-FIELD-NAME
                   MOVE MAST-ZIP    TO CMP-OLD-VALUE
                   MOVE APA-ZIP     TO CMP-NEW-VALUE
               WHEN 21
                   MOVE "COUNTRY"   TO CMP-FIELD-NAME
                   MOVE MAST-COUNTRY TO CMP-OLD-VALUE
                   MOVE APA-COUNTRY  TO CMP-NEW-VALUE
               WHEN 22
                   MOVE "POBOX"     TO CMP-FIELD-NAME
                   MOVE MAST-POBOX  TO CMP-OLD-VALUE
                   MOVE APA-POBOX   TO CMP-NEW-VALUE
               WHEN 23
                   MOVE "LOCATION1" TO CMP-FIELD-NAME
                   MOVE MAST-LOC1   TO CMP-OLD-VALUE
                   MOVE APA-LOC1    TO CMP-NEW-VALUE
               WHEN 24
                   MOVE "LOCATION2" TO CMP-FIELD-NAME
                   MOVE MAST-LOC2   TO CMP-OLD-VALUE
                   MOVE APA-LOC2    TO CMP-NEW-VALUE
               WHEN 25
                   MOVE "LOCATION3" TO CMP-FIELD-NAME
                   MOVE MAST-LOC3   TO CMP-OLD-VALUE
                   MOVE APA-LOC3    TO CMP-NEW-VALUE
               WHEN 26
                   MOVE "LOCATION4" TO CMP-FIELD-NAME
                   MOVE MAST-LOC4   TO CMP-OLD-VALUE
                   MOVE APA-LOC4    TO CMP-NEW-VALUE
               WHEN 27
                   MOVE "LOCATION5" TO CMP-FIELD-NAME
                   MOVE MAST-LOC5   TO CMP-OLD-VALUE
                   MOVE APA-LOC5    TO CMP-NEW-VALUE
               WHEN 28
                   MOVE "LOCATION6" TO CMP-FIELD-NAME
                   MOVE MAST-LOC6   TO CMP-OLD-VALUE
                   MOVE APA-LOC6    TO CMP-NEW-VALUE
               WHEN 29
                   MOVE "OTHER"     TO CMP-FIELD-NAME
                   MOVE MAST-OTHER  TO CMP-OLD-VALUE
                   MOVE APA-OTHER   TO CMP-NEW-VALUE
               WHEN 30
                   MOVE "LANDMARK"  TO CMP-FIELD-NAME
                   MOVE MAST-LANDMARK TO CMP-OLD-VALUE
                   MOVE APA-LANDMARK  TO CMP-NEW-VALUE
           END-EVALUATE.

       *> 分數變好的記錄改寫：解析欄位、地標、分數換成新拆的，
       *> 異動行等主檔真的改了才寫
       APPLY-NEW-PARSE.
           PERFORM CAPTURE-READ-VERSION
           STRING MAST-COUNTRY MAST-CITY MAST-DISTRICT
               DELIMITED BY SIZE INTO WS-OLD-AREA-KEY
           MOVE FUNCTION TRIM(APA-RM)        TO MAST-RM
           MOVE FUNCTION TRIM(APA-F)         TO MAST-F
           MOVE FUNCTION TRIM(APA-BUILDING)  TO MAST-BUILDING
           MOVE FUNCTION TRIM(APA-NO)        TO MAST-NO
           MOVE FUNCTION TRIM(APA-ALY)       TO MAST-ALY
           MOVE FUNCTION TRIM(APA-LN)        TO MAST-LN
           MOVE FUNCTION TRIM(APA-SEC)       TO MAST-SEC
           MOVE FUNCTION TRIM(APA-STREET)    TO MAST-STREET
           MOVE FUNCTION TRIM(APA-AVENUE)    TO MAST-AVENUE
           MOVE FUNCTION TRIM(APA-WAY)       TO MAST-WAY
           MOVE FUNCTION TRIM(APA-BLVD)      TO MAST-BLVD
           MOVE FUNCTION TRIM(APA-ROAD)      TO MAST-ROAD
           MOVE FUNCTION TRIM(APA-DRIVE)     TO MAST-DRIVE
           MOVE FUNCTION TRIM(APA-TOWN)      TO MAST-TOWN
           MOVE FUNCTION TRIM(APA-DISTRICT)  TO MAST-DISTRICT
           MOVE FUNCTION TRIM(APA-CITY)      TO MAST-CITY
           MOVE FUNCTION TRIM(APA-COUNTY)    TO MAST-COUNTY
           MOVE FUNCTION TRIM(APA-PROVINCE)  TO MAST-PROVINCE
           MOVE FUNCTION TRIM(APA-STATE)     TO MAST-STATE
           MOVE FUNCTION TRIM(APA-ZIP)       TO MAST-ZIP
           MOVE FUNCTION TRIM(APA-COUNTRY)   TO MAST-COUNTRY
           MOVE FUNCTION TRIM(APA-POBOX)     TO MAST-POBOX
           MOVE FUNCTION TRIM(APA-LOC1)      TO MAST-LOC1
           MOVE FUNCTION TRIM(APA-LOC2)      TO MAST-LOC2
           MOVE FUNCTION TRIM(APA-LOC3)      TO MAST-LOC3
           MOVE FUNCTION TRIM(APA-LOC4)      TO MAST-LOC4
           MOVE FUNCTION TRIM(APA-LOC5)      TO MAST-LOC5
           MOVE FUNCTION TRIM(APA-LOC6)      TO MAST-LOC6
           MOVE FUNCTION TRIM(APA-OTHER)     TO MAST-OTHER
           MOVE FUNCTION TRIM(APA-LANDMARK)  TO MAST-LANDMARK
           MOVE APA-SCORE                    TO MAST-SCORE
           *> 行政區代碼是照舊的國家/城市/行政區指定的
           STRING MAST-COUNTRY MAST-CITY MAST-DISTRICT
               DELIMITED BY SIZE INTO WS-NEW-AREA-KEY
           IF WS-OLD-AREA-KEY NOT = WS-NEW-AREA-KEY
               MOVE SPACES TO MAST-AREA-CODE
           END-IF
           PERFORM REWRITE-MAST-CHECKED
           IF WS-VERSION-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHG-PEND-IDX FROM 1 BY 1
                   UNTIL CHG-PEND-IDX > CHG-PEND-COUNT
               MOVE CHG-PEND-LINE(CHG-PEND-IDX) TO CHANGE-REC
               WRITE CHANGE-REC
               PERFORM INDEX-CHANGE-LINE
               ADD 1 TO CTL-CHANGE-LINES
           END-PERFORM
           MOVE 'A' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           ADD 1 TO CTL-REWRITTEN.

       *> 帳號;角色;國家;主檔分數;新分數;原始本文
       WRITE-DEGRADED-LINE.
           MOVE SPACES TO DEG-REC
           STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(MAST-COUNTRY) ";"
               WS-OLD-SCORE ";" APA-SCORE ";"
               FUNCTION TRIM(MAST-ORIG-TEXT)
               DELIMITED BY SIZE INTO DEG-REC
           WRITE DEG-REC.

       *> 排好的結果依國家數，國家換了寫一行
       COUNT-BY-COUNTRY.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN
           PERFORM UNTIL SORT-EOF = 'Y'
               MOVE SR-COUNTRY TO CUR-COUNTRY
               ADD 1 TO CTL-COUNTRIES
               INITIALIZE CTRY-COUNTS
               MOVE 0 TO CTRY-TOTAL
               PERFORM UNTIL SORT-EOF = 'Y'
                          OR SR-COUNTRY NOT = CUR-COUNTRY
                   EVALUATE TRUE
                       WHEN SR-IMPROVED  MOVE 1 TO WS-COL-IDX
                       WHEN SR-DEGRADED  MOVE 2 TO WS-COL-IDX
                       WHEN SR-UNCHANGED MOVE 3 TO WS-COL-IDX
                       WHEN OTHER        MOVE 5 TO WS-COL-IDX
                   END-EVALUATE
                   ADD 1 TO CTRY-CNT(WS-COL-IDX) CTRY-TOTAL
                   ADD 1 TO ALL-CNT(WS-COL-IDX) ALL-TOTAL
                   IF SR-UNCHANGED AND SR-FIELDS-DIFF = 'Y'
                       ADD 1 TO CTRY-CNT(4) ALL-CNT(4)
                   END-IF
                   RETURN SORT-FILE
                       AT END MOVE 'Y' TO SORT-EOF
                   END-RETURN
               END-PERFORM
               MOVE CUR-COUNTRY TO RL-COUNTRY
               MOVE CTRY-COUNTS TO RL-COUNTS
               MOVE CTRY-TOTAL TO RL-TOTAL
               PERFORM WRITE-COUNT-LINE
           END-PERFORM.

       *> Country;五個計數;合計
       WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-REC
           MOVE 1 TO RL-PTR
           STRING FUNCTION TRIM(RL-COUNTRY)
               DELIMITED BY SIZE INTO RPT-REC
               WITH POINTER RL-PTR
           END-STRING
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 5
               MOVE RL-CNT(WS-COL-IDX) TO RL-DISP
               STRING ";" FUNCTION TRIM(RL-DISP)
                   DELIMITED BY SIZE INTO RPT-REC
                   WITH POINTER RL-PTR
               END-STRING
           END-PERFORM
           MOVE RL-TOTAL TO RL-DISP
           STRING ";" FUNCTION TRIM(RL-DISP)
               DELIMITED BY SIZE INTO RPT-REC
               WITH POINTER RL-PTR
           END-STRING
           WRITE RPT-REC.

       *> READ 回來的版本記下來（舊記錄沒有版本欄就當 0）
       CAPTURE-READ-VERSION.
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE MAST-VERSION TO WS-READ-VERSION.

       *> 改好的影像先存起來，同一個主鍵重讀：版本還是 READ 時
       *> 那一個才把重讀回來的記錄記成改寫前影像（B）、把影像蓋
       *> 回去、蓋新版本 REWRITE；被別的程式先改過（或刪掉）就
       *> 不寫影像也不寫主檔，記一行衝突，WS-VERSION-OK = 'N'。
       REWRITE-MAST-CHECKED.
           MOVE MAST-REC TO WS-NEW-IMAGE
           MOVE 'Y' TO WS-VERSION-OK
           READ MAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'DELETED' TO WS-CONFLICT-WHY
           END-READ
           IF WS-VERSION-OK = 'Y'
               IF MAST-VERSION IS NOT NUMERIC
                   MOVE 0 TO MAST-VERSION
               END-IF
               IF MAST-VERSION NOT = WS-READ-VERSION
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'STALE-READ' TO WS-CONFLICT-WHY
               END-IF
           END-IF
           IF WS-VERSION-OK = 'N'
               PERFORM WRITE-CONFLICT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE WS-NEW-IMAGE TO MAST-REC
           MOVE WS-READ-VERSION TO MAST-VERSION
           PERFORM STAMP-MAST-VERSION
           REWRITE MAST-REC.

       *> 版本 +1，蓋上這次更新的日期、時間、程式
       STAMP-MAST-VERSION.
           ACCEPT WS-STAMP-TIME8 FROM TIME
           ADD 1 TO MAST-VERSION
           MOVE WS-RUN-DATE TO MAST-UPD-DATE
           MOVE WS-STAMP-TIME8(1:6) TO MAST-UPD-TIME
           MOVE WS-JRNL-PROGRAM TO MAST-UPD-PROGRAM.

       *> 一行衝突：日期;時間;程式;帳號;角色;原因;讀到的版本;
       *> 主檔現在的版本;最後更新程式;最後更新日期時間
       WRITE-CONFLICT-LINE.
           ADD 1 TO CTL-CONFLICTS
           ACCEPT WS-STAMP-TIME8 FROM TIME
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE SPACES TO CONFLICT-REC
           STRING WS-RUN-DATE ";" WS-STAMP-TIME8(1:6) ";"
               FUNCTION TRIM(WS-JRNL-PROGRAM) ";"
               FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(WS-CONFLICT-WHY) ";"
               WS-READ-VERSION ";" MAST-VERSION ";"
               FUNCTION TRIM(MAST-UPD-PROGRAM) ";"
               MAST-UPD-DATE MAST-UPD-TIME
               DELIMITED BY SIZE INTO CONFLICT-REC
           INSPECT CONFLICT-REC REPLACING ALL LOW-VALUE BY SPACE
           WRITE CONFLICT-REC.

       *> 一筆主檔影像進異動日誌：呼叫前設好 WS-JRNL-TYPE
       *> （B=改寫前 A=改寫後），MAST-REC 原樣照錄。
       WRITE-JOURNAL-IMAGE.
           ACCEPT WS-JRNL-TIME8 FROM TIME
           MOVE SPACES TO JRNL-REC
           MOVE WS-RUN-DATE TO JRNL-DATE
           MOVE WS-JRNL-TIME8(1:6) TO JRNL-TIME
           MOVE WS-JRNL-PROGRAM TO JRNL-PROGRAM
           MOVE WS-JRNL-TYPE TO JRNL-TYPE
           MOVE MAST-REC TO JRNL-IMAGE
           IF MAST-VERSION IS NUMERIC
               MOVE MAST-VERSION TO JRNL-VERSION
           ELSE
               MOVE 0 TO JRNL-VERSION
           END-IF
           MOVE 'A' TO LC-FUNCTION
           MOVE 'addr_journal.txt' TO LC-LOG-NAME
           MOVE JRNL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-TAIL TO JRNL-CHAIN
           WRITE JRNL-REC.

       *> 剛寫出去的異動行登進異動歷史索引檔
       INDEX-CHANGE-LINE.
           MOVE 'W' TO CH-FUNCTION
           MOVE CHANGE-REC TO CH-LINE
           CALL 'CHGHIST' USING CH-AREA.
