       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREACODE.
      *> 官方行政區代碼指定：主管機關季報要按行政區代碼（縣市/
      *> 鄉鎮市區）數客戶，以前是從 MATCHRPT 輸出手工對。代碼表
      *> admin_area_codes.txt 一行「國家;城市;行政區;代碼;名稱」，
      *> 行政區空白的那一行是城市層級代碼。整份主檔走一遍：
      *>   - 城市空白、行政區在 geo_hierarchy.txt 上 → 城市用層級
      *>     表上行政區的上層補
      *>   - 國家空白 → 順著層級表往上爬（CITY → STATE →
      *>     COUNTRY），爬到代碼表上有的國家為止
      *>   - 行政區在層級表上屬於別的城市 → 不指定，進例外
      *>   - 國家+城市+行政區查代碼表，查不到行政區層級就退用
      *>     城市層級代碼；都查不到 → 進例外（舊代碼清掉）
      *> 代碼變了才 REWRITE，照常出異動歷史（AREA_CODE 欄）跟前後
      *> 影像日誌；補出來的城市/國家只拿來查表，不寫回主檔。
      *> 執行報表 areacode_report_YYYYMMDD.txt：例外一行一筆
      *>   EXCEPTION;帳號;角色;國家;城市;行政區;原因
      *> 原因 NO-CITY / NO-COUNTRY / HIERARCHY / NO-CODE，最後是合計。
      *> 季報 AREARPT 之前先跑這支。
      *>   ADDRMAST_MAST_FILE  = 主檔（預設 address_master.dat）
      *>   AREACODE_TABLE_FILE = 代碼表（預設 admin_area_codes.txt）
      *>   ADDR_ENTITY         = 法人（預設 BANK；子公司的主檔、異動
      *>                         歷史、報表掛「代碼_」前綴）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODE-FILE ASSIGN TO DYNAMIC WS-CODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.
           SELECT HIER-FILE ASSIGN TO DYNAMIC WS-HIER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  CODE-FILE.
       01  CODE-REC        PIC X(200).
       FD  HIER-FILE.
       01  HIER-REC        PIC X(100).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  CHANGE-FILE.
       01  CHANGE-REC      PIC X(400).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-CODE-FILE-NAME    PIC X(100).
       01 WS-CODE-STATUS       PIC XX.
       01 WS-HIER-FILE-NAME    PIC X(100).
       01 WS-HIER-STATUS       PIC XX.
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'AREACODE'.

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
       01 CODE-EOF             PIC X VALUE 'N'.
       01 HIER-EOF             PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.

       *> 行政區代碼表（名稱全部轉大寫存）
       01 AC-TABLE.
           05 AC-ENTRY OCCURS 5000 TIMES.
               10 AC-COUNTRY     PIC X(40).
               10 AC-CITY        PIC X(40).
               10 AC-DISTRICT    PIC X(40).
               10 AC-CODE        PIC X(10).
       01 AC-COUNT             PIC 9(5) VALUE 0.
       01 AC-IDX               PIC 9(5).
       01 AC-FOUND             PIC 9(5).

       *> 行政區層級表（跟主批次同一份 geo_hierarchy.txt）
       01 HIER-TABLE.
           05 HIER-ENTRY OCCURS 1000 TIMES.
               10 GH-TYPE        PIC X(10).
               10 GH-CHILD       PIC X(40).
               10 GH-PARENT      PIC X(40).
       01 HIER-COUNT           PIC 9(4) VALUE 0.
       01 GH-IDX               PIC 9(4).
       01 GH-FOUND             PIC 9(4).
       01 GH-CHECK-TYPE        PIC X(10).
       01 GH-CHECK-CHILD       PIC X(40).
       01 GH-CLIMB             PIC 9.

       *> 這一筆拿來查表的國家/城市/行政區（大寫）與結果
       01 AK-COUNTRY           PIC X(40).
       01 AK-CITY              PIC X(40).
       01 AK-DISTRICT          PIC X(40).
       01 AK-NEW-CODE          PIC X(10).
       01 AK-REASON            PIC X(12).

       01 CTL-RECORDS          PIC 9(7) VALUE 0.
       01 CTL-ASSIGNED         PIC 9(7) VALUE 0.
       01 CTL-UNCHANGED        PIC 9(7) VALUE 0.
       01 CTL-CITY-LEVEL       PIC 9(7) VALUE 0.
       01 CTL-INFERRED         PIC 9(7) VALUE 0.
       01 CTL-EXCEPTIONS       PIC 9(7) VALUE 0.

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

           MOVE 'admin_area_codes.txt' TO WS-CODE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'AREACODE_TABLE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CODE-FILE-NAME
           END-IF
           MOVE 'geo_hierarchy.txt' TO WS-HIER-FILE-NAME
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
               'areacode_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-CODE-TABLE
           IF AC-COUNT = 0
               DISPLAY "AREACODE: no usable entries in "
                   FUNCTION TRIM(WS-CODE-FILE-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-HIERARCHY

           OPEN I-O MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "AREACODE: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
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
           MOVE 'AREACODE' TO CH-PROGRAM
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
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Administrative area code assignment " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-RECORDS
                       PERFORM CODE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE MAST-FILE JRNL-FILE CHANGE-FILE CONFLICT-FILE
           MOVE 'C' TO CH-FUNCTION
           CALL 'CHGHIST' USING CH-AREA

           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-RECORDS " records scanned, "
               CTL-ASSIGNED " code(s) changed, "
               CTL-UNCHANGED " unchanged, "
               CTL-CITY-LEVEL " city-level, "
               CTL-INFERRED " hierarchy inference(s), "
               CTL-EXCEPTIONS " exception(s), "
               CTL-CONFLICTS " stale-read conflicts"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE RPT-FILE

           DISPLAY "AREACODE: " CTL-ASSIGNED " record(s) recoded, "
               CTL-EXCEPTIONS " could not be coded - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-CONFLICTS > 0
               DISPLAY "AREACODE: " CTL-CONFLICTS " record(s) not "
                   "recoded - see master_conflicts.txt"
           END-IF
           IF CTL-CONFLICTS > 0 OR CTL-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "AREACODE: ADDR_ENTITY must be at most 4 "
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

       *> 國家;城市;行政區;代碼;名稱 - 代碼空白的行不收
       LOAD-CODE-TABLE.
           OPEN INPUT CODE-FILE
           IF WS-CODE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CODE-EOF = 'Y'
               READ CODE-FILE
                   AT END MOVE 'Y' TO CODE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CODE-REC) NOT = SPACES
                          AND CODE-REC(1:1) NOT = '*'
                          AND AC-COUNT < 5000
                           PERFORM LOAD-ONE-CODE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CODE-FILE.

       LOAD-ONE-CODE-ENTRY.
           ADD 1 TO AC-COUNT
           UNSTRING CODE-REC DELIMITED BY ';'
               INTO AC-COUNTRY(AC-COUNT)
                    AC-CITY(AC-COUNT)
                    AC-DISTRICT(AC-COUNT)
                    AC-CODE(AC-COUNT)
           END-UNSTRING
           IF FUNCTION TRIM(AC-CODE(AC-COUNT)) = SPACES
              OR FUNCTION TRIM(AC-CITY(AC-COUNT)) = SPACES
               INITIALIZE AC-ENTRY(AC-COUNT)
               SUBTRACT 1 FROM AC-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               AC-COUNTRY(AC-COUNT))) TO AC-COUNTRY(AC-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               AC-CITY(AC-COUNT))) TO AC-CITY(AC-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               AC-DISTRICT(AC-COUNT))) TO AC-DISTRICT(AC-COUNT)
           MOVE FUNCTION TRIM(AC-CODE(AC-COUNT))
               TO AC-CODE(AC-COUNT).

       LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIER-EOF = 'Y'
               READ HIER-FILE
                   AT END MOVE 'Y' TO HIER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(HIER-REC) NOT = SPACES
                          AND HIER-REC(1:1) NOT = '*'
                          AND HIER-COUNT < 1000
                           ADD 1 TO HIER-COUNT
                           UNSTRING HIER-REC DELIMITED BY ';'
                               INTO GH-TYPE(HIER-COUNT)
                                    GH-CHILD(HIER-COUNT)
                                    GH-PARENT(HIER-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIER-FILE.

       *> 一筆主檔：算出該有的代碼，跟主檔上的不一樣才改寫
       CODE-ONE-RECORD.
           PERFORM RESOLVE-AREA-CODE
           IF AK-NEW-CODE = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF AK-NEW-CODE = MAST-AREA-CODE
               ADD 1 TO CTL-UNCHANGED
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURE-READ-VERSION
           MOVE SPACES TO CHANGE-REC
           STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";AREA_CODE;"
               FUNCTION TRIM(MAST-AREA-CODE) ";"
               FUNCTION TRIM(AK-NEW-CODE) ";"
               WS-RUN-DATE ";"
               FUNCTION TRIM(MAST-ADDR-ROLE)
               DELIMITED BY SIZE INTO CHANGE-REC
           MOVE AK-NEW-CODE TO MAST-AREA-CODE
           *> 異動行等主檔真的改了才寫
           PERFORM REWRITE-MAST-CHECKED
           IF WS-VERSION-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           WRITE CHANGE-REC
           PERFORM INDEX-CHANGE-LINE
           MOVE 'A' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           ADD 1 TO CTL-ASSIGNED.

       *> 國家+城市+行政區 → AK-NEW-CODE；查不到時 AK-NEW-CODE
       *> 空白、AK-REASON 說明原因
       RESOLVE-AREA-CODE.
           MOVE SPACES TO AK-NEW-CODE AK-REASON
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY))
               TO AK-COUNTRY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
               TO AK-CITY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-DISTRICT))
               TO AK-DISTRICT

           *> 行政區在層級表上：城市空白就補，對不上就不指定
           IF AK-DISTRICT NOT = SPACES
               MOVE 'DISTRICT' TO GH-CHECK-TYPE
               MOVE AK-DISTRICT TO GH-CHECK-CHILD
               PERFORM FIND-HIERARCHY-PARENT
               IF GH-FOUND > 0
                   IF AK-CITY = SPACES
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           GH-PARENT(GH-FOUND))) TO AK-CITY
                       ADD 1 TO CTL-INFERRED
                   ELSE
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                          GH-PARENT(GH-FOUND))) NOT = AK-CITY
                           MOVE 'HIERARCHY' TO AK-REASON
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF AK-CITY = SPACES
               MOVE 'NO-CITY' TO AK-REASON
               EXIT PARAGRAPH
           END-IF

           *> 國家空白：城市往上最多爬三層，爬到代碼表上有的國家
           IF AK-COUNTRY = SPACES
               MOVE 'CITY' TO GH-CHECK-TYPE
               MOVE AK-CITY TO GH-CHECK-CHILD
               PERFORM VARYING GH-CLIMB FROM 1 BY 1
                       UNTIL GH-CLIMB > 3 OR AK-COUNTRY NOT = SPACES
                   PERFORM FIND-HIERARCHY-PARENT
                   IF GH-FOUND = 0
                       MOVE 3 TO GH-CLIMB
                   ELSE
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           GH-PARENT(GH-FOUND))) TO GH-CHECK-CHILD
                       MOVE SPACES TO GH-CHECK-TYPE
                       PERFORM VARYING AC-IDX FROM 1 BY 1
                               UNTIL AC-IDX > AC-COUNT
                                  OR AK-COUNTRY NOT = SPACES
                           IF AC-COUNTRY(AC-IDX) = GH-CHECK-CHILD
                               MOVE GH-CHECK-CHILD TO AK-COUNTRY
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF AK-COUNTRY = SPACES
                   MOVE 'NO-COUNTRY' TO AK-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CTL-INFERRED
           END-IF

           *> 先找行政區層級代碼，沒有就退用城市層級
           MOVE 0 TO AC-FOUND
           IF AK-DISTRICT NOT = SPACES
               PERFORM VARYING AC-IDX FROM 1 BY 1
                       UNTIL AC-IDX > AC-COUNT OR AC-FOUND > 0
                   IF AC-COUNTRY(AC-IDX) = AK-COUNTRY
                      AND AC-CITY(AC-IDX) = AK-CITY
                      AND AC-DISTRICT(AC-IDX) = AK-DISTRICT
                       MOVE AC-IDX TO AC-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF AC-FOUND = 0
               PERFORM VARYING AC-IDX FROM 1 BY 1
                       UNTIL AC-IDX > AC-COUNT OR AC-FOUND > 0
                   IF AC-COUNTRY(AC-IDX) = AK-COUNTRY
                      AND AC-CITY(AC-IDX) = AK-CITY
                      AND AC-DISTRICT(AC-IDX) = SPACES
                       MOVE AC-IDX TO AC-FOUND
                   END-IF
               END-PERFORM
               IF AC-FOUND > 0 AND AK-DISTRICT NOT = SPACES
                   ADD 1 TO CTL-CITY-LEVEL
               END-IF
           END-IF
           IF AC-FOUND = 0
               MOVE 'NO-CODE' TO AK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE AC-CODE(AC-FOUND) TO AK-NEW-CODE.

       *> 層級表找 GH-CHECK-CHILD 這一行（GH-CHECK-TYPE 空白 =
       *> 不分類型），找到的位置放 GH-FOUND
       FIND-HIERARCHY-PARENT.
           MOVE 0 TO GH-FOUND
           PERFORM VARYING GH-IDX FROM 1 BY 1
                   UNTIL GH-IDX > HIER-COUNT OR GH-FOUND > 0
               IF (GH-CHECK-TYPE = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(
                      GH-TYPE(GH-IDX))) = GH-CHECK-TYPE)
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                      GH-CHILD(GH-IDX))) = GH-CHECK-CHILD
                   MOVE GH-IDX TO GH-FOUND
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO CTL-EXCEPTIONS
           MOVE SPACES TO RPT-REC
           STRING "EXCEPTION;" FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(MAST-COUNTRY) ";"
               FUNCTION TRIM(MAST-CITY) ";"
               FUNCTION TRIM(MAST-DISTRICT) ";"
               FUNCTION TRIM(AK-REASON)
               DELIMITED BY SIZE INTO RPT-REC
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
