       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEOEXPORT.
      *> 地理資訊組的 GeoJSON 匯出：座標只存在地址主檔裡，地圖
      *> （客戶分布、分行、轄區、退郵熱點）要每次從當下的主檔
      *> 重出，不再拿別人轉手過的試算表。兩份圖層：
      *>   - geo_accounts_YYYYMMDD.geojson：主檔上有經緯度的每個
      *>     帳號 + 地址角色一個點，屬性帶帳號、地址角色、城市、
      *>     區、郵遞區號、轄區代碼（territory_map.txt 區間，同
      *>     TERRASSIGN，對不到的是 UNASSIGNED）、最近分行與距離
      *>     （branch_coords.txt，大圓距離同 BRANCHDIST）、寄不到
      *>     旗標（U 寄不到 / R 重試中 / 空白）、定位精度
      *>   - geo_branches_YYYYMMDD.geojson：分行座標檔每個分行一
      *>     個點，屬性帶這次匯出裡以它為最近分行的點數
      *> 座標照 GeoJSON 規定經度在前；座標不是數字或超出範圍的
      *> 記錄不出點，另外計數。沒有座標的 MAILING 角色記錄（信箱）
      *> 同 BRANCHDIST 直接略過。
      *> 去識別化：遮罩政策檔（同 SPILT 的 mask_policy.txt，「欄位
      *> 名稱;KEEP|BLANK|TOKENIZE」）存在就照它處理 ACCOUNTID、
      *> CITY、DISTRICT、ZIP 四個屬性，BLANK 出 null，TOKENIZE 用跟
      *> SPILT 一樣的確定性雜湊（TOK + 九位數字），地圖上的點還是
      *> 能跟廠商拿到的 masked_ 檔串接。
      *> 篩選（不分大小寫、空白不篩）：
      *>   GEOEXPORT_COUNTRY   = 只出這個國家（主檔 COUNTRY 欄）
      *>   GEOEXPORT_CITY      = 只出這個城市
      *>   GEOEXPORT_TERRITORY = 只出這個轄區代碼（含 UNASSIGNED）
      *> 其他參數：
      *>   GEOEXPORT_OUT_FILE    = 帳號圖層（預設
      *>                           geo_accounts_YYYYMMDD.geojson）
      *>   GEOEXPORT_BRANCH_FILE = 分行圖層（預設
      *>                           geo_branches_YYYYMMDD.geojson）
      *>   GEOEXPORT_MASK_POLICY = 遮罩政策檔（預設 mask_policy.txt）
      *>   BRANCHDIST_COORDS     = 分行座標檔（預設 branch_coords.txt）
      *>   TERR_MAP_FILE         = 轄區對照檔（預設 territory_map.txt）
      *>   ADDRMAST_MAST_FILE    = 地址主檔（預設 address_master.dat）
      *> 一個點（Feature）寫一行，兩份圖層都登交付總帳（DLV，
      *> 筆數 = 點數，鍵值取整行）。
      *> RETURN-CODE 4 = 分行座標檔沒有分行（最近分行空白、分行
      *> 圖層是空的）或有座標壞掉的記錄；12 = 主檔開不起來。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT BR-FILE ASSIGN TO DYNAMIC WS-BR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.
           SELECT MAP-FILE ASSIGN TO DYNAMIC WS-MAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT MASKPOL-FILE ASSIGN TO DYNAMIC WS-MASKPOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKPOL-STATUS.
           SELECT GEO-FILE ASSIGN TO DYNAMIC WS-GEO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEO-STATUS.
           SELECT BRL-FILE ASSIGN TO DYNAMIC WS-BRL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  BR-FILE.
       01  BR-REC          PIC X(50).
       FD  MAP-FILE.
       01  MAP-REC         PIC X(50).
       FD  MASKPOL-FILE.
       01  MASKPOL-REC     PIC X(50).
       FD  GEO-FILE.
       01  GEO-REC         PIC X(1000).
       FD  BRL-FILE.
       01  BRL-REC         PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-BR-FILE-NAME      PIC X(100).
       01 WS-BR-STATUS         PIC XX.
       01 WS-MAP-FILE-NAME     PIC X(100).
       01 WS-MAP-STATUS        PIC XX.
       01 WS-MASKPOL-FILE-NAME PIC X(100).
       01 WS-MASKPOL-STATUS    PIC XX.
       01 WS-GEO-FILE-NAME     PIC X(100).
       01 WS-GEO-STATUS        PIC XX.
       01 WS-BRL-FILE-NAME     PIC X(100).
       01 WS-BRL-STATUS        PIC XX.
       01 BR-EOF               PIC X VALUE 'N'.
       01 MAP-EOF              PIC X VALUE 'N'.
       01 MASKPOL-EOF          PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.

       *> 篩選條件（大寫、去空白後比）
       01 WS-SEL-COUNTRY       PIC X(50) VALUE SPACES.
       01 WS-SEL-CITY          PIC X(50) VALUE SPACES.
       01 WS-SEL-TERR          PIC X(10) VALUE SPACES.

       *> 分行座標表（BR-NEAR-CNT = 以它為最近分行的點數）
       01 BR-TABLE.
           05 BR-ENTRY OCCURS 200 TIMES.
               10 BR-CODE        PIC X(10).
               10 BR-LAT         COMP-2.
               10 BR-LON         COMP-2.
               10 BR-NEAR-CNT    PIC 9(7).
       01 BR-COUNT             PIC 9(3) VALUE 0.
       01 BR-IDX               PIC 9(3).
       01 BR-REC-CODE          PIC X(10).
       01 BR-REC-LAT           PIC X(15).
       01 BR-REC-LON           PIC X(15).

       *> 轄區對照表
       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 200 TIMES.
               10 MAP-ZIP-FROM   PIC X(10).
               10 MAP-ZIP-TO     PIC X(10).
               10 MAP-TERR       PIC X(10).
       01 MAP-COUNT            PIC 9(3) VALUE 0.
       01 MAP-IDX              PIC 9(3).
       01 WS-ROW-ZIP           PIC X(10).
       01 WS-TERR-CODE         PIC X(10).

       *> 遮罩政策：這支只管四個屬性（K 保留 / B 空白 / T 代碼化）
       01 WS-MASK-MODE         PIC X VALUE 'N'.
       01 MASK-ACCOUNT-ACT     PIC X VALUE 'K'.
       01 MASK-CITY-ACT        PIC X VALUE 'K'.
       01 MASK-DISTRICT-ACT    PIC X VALUE 'K'.
       01 MASK-ZIP-ACT         PIC X VALUE 'K'.
       01 MP-REC-NAME          PIC X(30).
       01 MP-REC-ACTION        PIC X(20).
       01 MP-ACT               PIC X.
       01 MASK-ACT             PIC X.
       01 MASK-COL-VALUE       PIC X(100).
       01 MASK-HASH            PIC 9(9).
       01 MASK-HASH-IDX        PIC 9(3).
       01 MASK-HASH-DISP       PIC 9(9).

       *> 大圓距離工作欄位
       01 GD-PI                COMP-2 VALUE 3.14159265358979.
       01 GD-LAT1              COMP-2.
       01 GD-LON1              COMP-2.
       01 GD-LAT2              COMP-2.
       01 GD-LON2              COMP-2.
       01 GD-DLAT              COMP-2.
       01 GD-DLON              COMP-2.
       01 GD-A                 COMP-2.
       01 GD-B                 COMP-2.
       01 GD-C                 COMP-2.
       01 GD-ROOT              COMP-2.
       01 GD-KM                COMP-2.
       01 WS-ACCT-LAT          COMP-2.
       01 WS-ACCT-LON          COMP-2.
       01 WS-NEAR-IDX          PIC 9(3).
       01 WS-NEAR-KM           COMP-2.
       01 WS-KM-DISP           PIC ZZZZ9.9.
       01 WS-CNT-DISP          PIC Z(6)9.

       *> 座標輸出（GeoJSON 數字不能有前導 +、不能有空白）
       01 WS-COORD-DISP        PIC -(3)9.9(6).
       01 WS-LAT-TEXT          PIC X(15).
       01 WS-LON-TEXT          PIC X(15).

       *> JSON 字串跳脫：雙引號、反斜線前面補 \，控制字元換空白
       01 JE-IN                PIC X(100).
       01 JE-OUT               PIC X(210).
       01 JE-LEN               PIC 9(3).
       01 JE-IDX               PIC 9(3).
       01 JE-PTR               PIC 9(3).
       01 JE-PROP-NAME         PIC X(20).

       *> 一個點的屬性組裝
       01 WS-PROPS             PIC X(800).
       01 WS-PROPS-PTR         PIC 9(4).
       01 WS-FIRST-FEATURE     PIC X VALUE 'Y'.
       01 WS-FEATURE-SEP       PIC X.

       01 CTL-READ             PIC 9(7) VALUE 0.
       01 CTL-EXPORTED         PIC 9(7) VALUE 0.
       01 CTL-NO-COORDS        PIC 9(7) VALUE 0.
       01 CTL-BAD-COORDS       PIC 9(7) VALUE 0.
       01 CTL-FILTERED         PIC 9(7) VALUE 0.
       01 CTL-BRANCHES         PIC 9(7) VALUE 0.

       COPY "ctlledgr.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE 'branch_coords.txt' TO WS-BR-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'BRANCHDIST_COORDS'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BR-FILE-NAME
           END-IF
           MOVE 'territory_map.txt' TO WS-MAP-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'TERR_MAP_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAP-FILE-NAME
           END-IF
           MOVE 'mask_policy.txt' TO WS-MASKPOL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOEXPORT_MASK_POLICY'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MASKPOL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-GEO-FILE-NAME WS-BRL-FILE-NAME
           STRING 'geo_accounts_' WS-RUN-DATE '.geojson'
               DELIMITED BY SIZE INTO WS-GEO-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOEXPORT_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GEO-FILE-NAME
           END-IF
           STRING 'geo_branches_' WS-RUN-DATE '.geojson'
               DELIMITED BY SIZE INTO WS-BRL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOEXPORT_BRANCH_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BRL-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOEXPORT_COUNTRY'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-SEL-COUNTRY
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOEXPORT_CITY'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-SEL-CITY
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'GEOEXPORT_TERRITORY'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-SEL-TERR

           PERFORM LOAD-BRANCH-COORDS
           IF BR-COUNT = 0
               DISPLAY "GEOEXPORT: no branches in "
                   FUNCTION TRIM(WS-BR-FILE-NAME)
                   " - nearest branch left blank"
           END-IF
           PERFORM LOAD-TERRITORY-MAP
           IF MAP-COUNT = 0
               DISPLAY "GEOEXPORT: no usable entries in "
                   FUNCTION TRIM(WS-MAP-FILE-NAME)
                   " - every point is UNASSIGNED"
           END-IF
           PERFORM LOAD-MASK-POLICY

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "GEOEXPORT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GEO-FILE
           MOVE SPACES TO GEO-REC
           STRING '{"type":"FeatureCollection","name":"geo_accounts",'
               '"runDate":"' WS-RUN-DATE '","features":['
               DELIMITED BY SIZE INTO GEO-REC
           WRITE GEO-REC

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-READ
                       PERFORM EXPORT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE MAST-FILE

           MOVE ']}' TO GEO-REC
           WRITE GEO-REC
           CLOSE GEO-FILE
           MOVE WS-GEO-FILE-NAME TO CL-FILE-NAME
           MOVE 1 TO CL-SLOT
           PERFORM REGISTER-LAYER

           PERFORM WRITE-BRANCH-LAYER
           MOVE WS-BRL-FILE-NAME TO CL-FILE-NAME
           MOVE 2 TO CL-SLOT
           PERFORM REGISTER-LAYER

           DISPLAY "GEOEXPORT: " CTL-READ " master records, "
               CTL-EXPORTED " points exported, " CTL-FILTERED
               " filtered out, " CTL-NO-COORDS " without coordinates, "
               CTL-BAD-COORDS " with unusable coordinates"
           DISPLAY "GEOEXPORT: " CTL-BRANCHES " branch points - see "
               FUNCTION TRIM(WS-GEO-FILE-NAME) " and "
               FUNCTION TRIM(WS-BRL-FILE-NAME)
           IF WS-MASK-MODE = 'Y'
               DISPLAY "GEOEXPORT: mask policy "
                   FUNCTION TRIM(WS-MASKPOL-FILE-NAME) " applied"
           END-IF
           IF BR-COUNT = 0 OR CTL-BAD-COORDS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BRANCH-COORDS.
           OPEN INPUT BR-FILE
           IF WS-BR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BR-EOF = 'Y'
               READ BR-FILE
                   AT END MOVE 'Y' TO BR-EOF
                   NOT AT END
                       IF FUNCTION TRIM(BR-REC) NOT = SPACES
                          AND BR-REC(1:1) NOT = '*'
                          AND BR-COUNT < 200
                           ADD 1 TO BR-COUNT
                           MOVE SPACES TO BR-REC-CODE BR-REC-LAT
                               BR-REC-LON
                           UNSTRING BR-REC DELIMITED BY ';'
                               INTO BR-REC-CODE BR-REC-LAT
                                    BR-REC-LON
                           END-UNSTRING
                           MOVE BR-REC-CODE TO BR-CODE(BR-COUNT)
                           COMPUTE BR-LAT(BR-COUNT) =
                               FUNCTION NUMVAL(BR-REC-LAT)
                           COMPUTE BR-LON(BR-COUNT) =
                               FUNCTION NUMVAL(BR-REC-LON)
                           MOVE 0 TO BR-NEAR-CNT(BR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BR-FILE.

       LOAD-TERRITORY-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MAP-EOF = 'Y'
               READ MAP-FILE
                   AT END MOVE 'Y' TO MAP-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MAP-REC) NOT = SPACES
                          AND MAP-REC(1:1) NOT = '*'
                          AND MAP-COUNT < 200
                           ADD 1 TO MAP-COUNT
                           UNSTRING MAP-REC DELIMITED BY ';'
                               INTO MAP-ZIP-FROM(MAP-COUNT)
                                    MAP-ZIP-TO(MAP-COUNT)
                                    MAP-TERR(MAP-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

       *> 遮罩政策載入：政策檔其他欄位（地址細項、電話等）匯出裡
       *> 本來就沒有，略過不警告。
       LOAD-MASK-POLICY.
           OPEN INPUT MASKPOL-FILE
           IF WS-MASKPOL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-MASK-MODE
           PERFORM UNTIL MASKPOL-EOF = 'Y'
               READ MASKPOL-FILE
                   AT END MOVE 'Y' TO MASKPOL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(MASKPOL-REC) NOT = SPACES
                          AND MASKPOL-REC(1:1) NOT = '*'
                           MOVE SPACES TO MP-REC-NAME MP-REC-ACTION
                           UNSTRING MASKPOL-REC DELIMITED BY ';'
                               INTO MP-REC-NAME MP-REC-ACTION
                           END-UNSTRING
                           EVALUATE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(MP-REC-ACTION))
                               WHEN 'BLANK'
                                   MOVE 'B' TO MP-ACT
                               WHEN 'TOKENIZE'
                                   MOVE 'T' TO MP-ACT
                               WHEN OTHER
                                   MOVE 'K' TO MP-ACT
                           END-EVALUATE
                           EVALUATE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(MP-REC-NAME))
                               WHEN 'ACCOUNTID'
                                   MOVE MP-ACT TO MASK-ACCOUNT-ACT
                               WHEN 'CITY'
                                   MOVE MP-ACT TO MASK-CITY-ACT
                               WHEN 'DISTRICT'
                                   MOVE MP-ACT TO MASK-DISTRICT-ACT
                               WHEN 'ZIP'
                                   MOVE MP-ACT TO MASK-ZIP-ACT
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASKPOL-FILE.

       *> 一筆主檔記錄：沒座標跳過；座標要是數字而且在範圍內；
       *> 轄區、篩選、最近分行，最後組一個 Feature 寫一行。
       EXPORT-ONE-ACCOUNT.
           IF MAST-ROLE-MAILING
              AND (FUNCTION TRIM(MAST-LATITUDE) = SPACES
                   OR FUNCTION TRIM(MAST-LONGITUDE) = SPACES)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MAST-LATITUDE) = SPACES
              OR FUNCTION TRIM(MAST-LONGITUDE) = SPACES
               ADD 1 TO CTL-NO-COORDS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(MAST-LATITUDE) NOT = 0
              OR FUNCTION TEST-NUMVAL(MAST-LONGITUDE) NOT = 0
               ADD 1 TO CTL-BAD-COORDS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-LAT = FUNCTION NUMVAL(MAST-LATITUDE)
           COMPUTE WS-ACCT-LON = FUNCTION NUMVAL(MAST-LONGITUDE)
           IF WS-ACCT-LAT < -90 OR WS-ACCT-LAT > 90
              OR WS-ACCT-LON < -180 OR WS-ACCT-LON > 180
               ADD 1 TO CTL-BAD-COORDS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TERR-CODE WS-ROW-ZIP
           MOVE FUNCTION TRIM(MAST-ZIP) TO WS-ROW-ZIP
           IF WS-ROW-ZIP NOT = SPACES
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                       UNTIL MAP-IDX > MAP-COUNT
                          OR WS-TERR-CODE NOT = SPACES
                   IF WS-ROW-ZIP >= MAP-ZIP-FROM(MAP-IDX)
                      AND WS-ROW-ZIP <= MAP-ZIP-TO(MAP-IDX)
                       MOVE MAP-TERR(MAP-IDX) TO WS-TERR-CODE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TERR-CODE = SPACES
               MOVE 'UNASSIGNED' TO WS-TERR-CODE
           END-IF

           IF (WS-SEL-COUNTRY NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY))
                   NOT = WS-SEL-COUNTRY)
              OR (WS-SEL-CITY NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
                   NOT = WS-SEL-CITY)
              OR (WS-SEL-TERR NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TERR-CODE))
                   NOT = WS-SEL-TERR)
               ADD 1 TO CTL-FILTERED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NEAR-IDX
           MOVE 99999 TO WS-NEAR-KM
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-COUNT
               MOVE WS-ACCT-LAT TO GD-LAT1
               MOVE WS-ACCT-LON TO GD-LON1
               MOVE BR-LAT(BR-IDX) TO GD-LAT2
               MOVE BR-LON(BR-IDX) TO GD-LON2
               PERFORM COMPUTE-GREAT-CIRCLE-KM
               IF GD-KM < WS-NEAR-KM
                   MOVE GD-KM TO WS-NEAR-KM
                   MOVE BR-IDX TO WS-NEAR-IDX
               END-IF
           END-PERFORM
           IF WS-NEAR-IDX > 0
               ADD 1 TO BR-NEAR-CNT(WS-NEAR-IDX)
           END-IF

           MOVE SPACES TO WS-PROPS
           MOVE 1 TO WS-PROPS-PTR
           MOVE 'account' TO JE-PROP-NAME
           MOVE MAST-ACCOUNT-ID TO MASK-COL-VALUE
           MOVE MASK-ACCOUNT-ACT TO MASK-ACT
           PERFORM ADD-MASKED-PROPERTY
           MOVE 'role' TO JE-PROP-NAME
           MOVE MAST-ADDR-ROLE TO JE-IN
           PERFORM ADD-STRING-PROPERTY
           MOVE 'city' TO JE-PROP-NAME
           MOVE MAST-CITY TO MASK-COL-VALUE
           MOVE MASK-CITY-ACT TO MASK-ACT
           PERFORM ADD-MASKED-PROPERTY
           MOVE 'district' TO JE-PROP-NAME
           MOVE MAST-DISTRICT TO MASK-COL-VALUE
           MOVE MASK-DISTRICT-ACT TO MASK-ACT
           PERFORM ADD-MASKED-PROPERTY
           MOVE 'zip' TO JE-PROP-NAME
           MOVE MAST-ZIP TO MASK-COL-VALUE
           MOVE MASK-ZIP-ACT TO MASK-ACT
           PERFORM ADD-MASKED-PROPERTY
           MOVE 'territory' TO JE-PROP-NAME
           MOVE WS-TERR-CODE TO JE-IN
           PERFORM ADD-STRING-PROPERTY
           MOVE 'nearestBranch' TO JE-PROP-NAME
           IF WS-NEAR-IDX > 0
               MOVE BR-CODE(WS-NEAR-IDX) TO JE-IN
               PERFORM ADD-STRING-PROPERTY
               COMPUTE WS-KM-DISP ROUNDED = WS-NEAR-KM
               STRING ',"branchKm":' FUNCTION TRIM(WS-KM-DISP)
                   DELIMITED BY SIZE INTO WS-PROPS
                   WITH POINTER WS-PROPS-PTR
               END-STRING
           ELSE
               PERFORM ADD-NULL-PROPERTY
               MOVE 'branchKm' TO JE-PROP-NAME
               PERFORM ADD-NULL-PROPERTY
           END-IF
           MOVE 'undeliverable' TO JE-PROP-NAME
           MOVE MAST-UNDELIV-FLAG TO JE-IN
           PERFORM ADD-STRING-PROPERTY
           MOVE 'geoPrecision' TO JE-PROP-NAME
           MOVE MAST-GEO-PRECISION TO JE-IN
           PERFORM ADD-STRING-PROPERTY

           COMPUTE WS-COORD-DISP ROUNDED = WS-ACCT-LAT
           MOVE FUNCTION TRIM(WS-COORD-DISP) TO WS-LAT-TEXT
           COMPUTE WS-COORD-DISP ROUNDED = WS-ACCT-LON
           MOVE FUNCTION TRIM(WS-COORD-DISP) TO WS-LON-TEXT
           PERFORM NEXT-FEATURE-SEPARATOR
           MOVE SPACES TO GEO-REC
           STRING WS-FEATURE-SEP
               '{"type":"Feature","geometry":{"type":"Point",'
               '"coordinates":[' FUNCTION TRIM(WS-LON-TEXT) ','
               FUNCTION TRIM(WS-LAT-TEXT) ']},"properties":{'
               WS-PROPS(1:WS-PROPS-PTR - 1) '}}'
               DELIMITED BY SIZE INTO GEO-REC
           WRITE GEO-REC
           ADD 1 TO CTL-EXPORTED
           MOVE 'L' TO CL-FUNCTION
           MOVE 1 TO CL-SLOT
           MOVE 0 TO CL-KEY-COL
           MOVE GEO-REC TO CL-LINE
           CALL 'CTLLEDGR' USING CL-AREA.

       *> 第一個 Feature 前面不加逗號，之後每行以逗號開頭
       NEXT-FEATURE-SEPARATOR.
           IF WS-FIRST-FEATURE = 'Y'
               MOVE SPACE TO WS-FEATURE-SEP
               MOVE 'N' TO WS-FIRST-FEATURE
           ELSE
               MOVE ',' TO WS-FEATURE-SEP
           END-IF.

       *> 受遮罩政策管的屬性：B 出 null，T 代碼化，K 原值
       ADD-MASKED-PROPERTY.
           EVALUATE MASK-ACT
               WHEN 'B'
                   PERFORM ADD-NULL-PROPERTY
               WHEN 'T'
                   PERFORM TOKENIZE-MASK-VALUE
                   MOVE MASK-COL-VALUE TO JE-IN
                   PERFORM ADD-STRING-PROPERTY
               WHEN OTHER
                   MOVE MASK-COL-VALUE TO JE-IN
                   PERFORM ADD-STRING-PROPERTY
           END-EVALUATE.

       ADD-STRING-PROPERTY.
           PERFORM ESCAPE-JSON-STRING
           IF WS-PROPS-PTR > 1
               STRING ',' DELIMITED BY SIZE INTO WS-PROPS
                   WITH POINTER WS-PROPS-PTR
               END-STRING
           END-IF
           STRING '"' FUNCTION TRIM(JE-PROP-NAME) '":"'
               DELIMITED BY SIZE INTO WS-PROPS
               WITH POINTER WS-PROPS-PTR
           END-STRING
           IF JE-PTR > 1
               STRING JE-OUT(1:JE-PTR - 1)
                   DELIMITED BY SIZE INTO WS-PROPS
                   WITH POINTER WS-PROPS-PTR
               END-STRING
           END-IF
           STRING '"' DELIMITED BY SIZE INTO WS-PROPS
               WITH POINTER WS-PROPS-PTR
           END-STRING.

       ADD-NULL-PROPERTY.
           IF WS-PROPS-PTR > 1
               STRING ',' DELIMITED BY SIZE INTO WS-PROPS
                   WITH POINTER WS-PROPS-PTR
               END-STRING
           END-IF
           STRING '"' FUNCTION TRIM(JE-PROP-NAME) '":null'
               DELIMITED BY SIZE INTO WS-PROPS
               WITH POINTER WS-PROPS-PTR
           END-STRING.

       *> JE-IN 去掉前後空白後逐字元搬到 JE-OUT，JE-PTR 停在下一個
       *> 要寫的位置（空字串時是 1）
       ESCAPE-JSON-STRING.
           MOVE SPACES TO JE-OUT
           MOVE 1 TO JE-PTR
           IF JE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(JE-IN) TO JE-IN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(JE-IN TRAILING))
               TO JE-LEN
           PERFORM VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-LEN
               EVALUATE TRUE
                   WHEN JE-IN(JE-IDX:1) = '"'
                     OR JE-IN(JE-IDX:1) = '\'
                       MOVE '\' TO JE-OUT(JE-PTR:1)
                       ADD 1 TO JE-PTR
                       MOVE JE-IN(JE-IDX:1) TO JE-OUT(JE-PTR:1)
                   WHEN JE-IN(JE-IDX:1) < SPACE
                       MOVE SPACE TO JE-OUT(JE-PTR:1)
                   WHEN OTHER
                       MOVE JE-IN(JE-IDX:1) TO JE-OUT(JE-PTR:1)
               END-EVALUATE
               ADD 1 TO JE-PTR
           END-PERFORM.

       *> 確定性代碼化（同 SPILT）：值的字元逐一滾進 31 進位雜湊，
       *> 輸出 "TOK" + 九位數字
       TOKENIZE-MASK-VALUE.
           IF FUNCTION TRIM(MASK-COL-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(MASK-COL-VALUE) TO MASK-COL-VALUE
           MOVE 0 TO MASK-HASH
           PERFORM VARYING MASK-HASH-IDX FROM 1 BY 1
                   UNTIL MASK-HASH-IDX >
                       FUNCTION LENGTH(FUNCTION TRIM(MASK-COL-VALUE))
               COMPUTE MASK-HASH = FUNCTION MOD(MASK-HASH * 31
                   + FUNCTION ORD(MASK-COL-VALUE(MASK-HASH-IDX:1)),
                   999999999)
           END-PERFORM
           MOVE MASK-HASH TO MASK-HASH-DISP
           MOVE SPACES TO MASK-COL-VALUE
           STRING "TOK" MASK-HASH-DISP
               DELIMITED BY SIZE INTO MASK-COL-VALUE.

       *> 分行圖層：座標檔每個分行一個點
       WRITE-BRANCH-LAYER.
           OPEN OUTPUT BRL-FILE
           MOVE SPACES TO BRL-REC
           STRING '{"type":"FeatureCollection","name":"geo_branches",'
               '"runDate":"' WS-RUN-DATE '","features":['
               DELIMITED BY SIZE INTO BRL-REC
           WRITE BRL-REC
           MOVE 'Y' TO WS-FIRST-FEATURE
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE SPACES TO WS-PROPS
               MOVE 1 TO WS-PROPS-PTR
               MOVE 'branch' TO JE-PROP-NAME
               MOVE BR-CODE(BR-IDX) TO JE-IN
               PERFORM ADD-STRING-PROPERTY
               MOVE BR-NEAR-CNT(BR-IDX) TO WS-CNT-DISP
               STRING ',"nearestPoints":' FUNCTION TRIM(WS-CNT-DISP)
                   DELIMITED BY SIZE INTO WS-PROPS
                   WITH POINTER WS-PROPS-PTR
               END-STRING
               COMPUTE WS-COORD-DISP ROUNDED = BR-LAT(BR-IDX)
               MOVE FUNCTION TRIM(WS-COORD-DISP) TO WS-LAT-TEXT
               COMPUTE WS-COORD-DISP ROUNDED = BR-LON(BR-IDX)
               MOVE FUNCTION TRIM(WS-COORD-DISP) TO WS-LON-TEXT
               PERFORM NEXT-FEATURE-SEPARATOR
               MOVE SPACES TO BRL-REC
               STRING WS-FEATURE-SEP
                   '{"type":"Feature","geometry":{"type":"Point",'
                   '"coordinates":[' FUNCTION TRIM(WS-LON-TEXT) ','
                   FUNCTION TRIM(WS-LAT-TEXT) ']},"properties":{'
                   WS-PROPS(1:WS-PROPS-PTR - 1) '}}'
                   DELIMITED BY SIZE INTO BRL-REC
               WRITE BRL-REC
               ADD 1 TO CTL-BRANCHES
               MOVE 'L' TO CL-FUNCTION
               MOVE 2 TO CL-SLOT
               MOVE 0 TO CL-KEY-COL
               MOVE BRL-REC TO CL-LINE
               CALL 'CTLLEDGR' USING CL-AREA
           END-PERFORM
           MOVE ']}' TO BRL-REC
           WRITE BRL-REC
           CLOSE BRL-FILE.

       *> 一份圖層寫完登交付總帳（CL-FILE-NAME、CL-SLOT 呼叫前填）
       REGISTER-LAYER.
           MOVE WS-RUN-DATE TO CL-RUN-DATE
           MOVE 'GEOEXPORT' TO CL-PROGRAM
           MOVE 'W' TO CL-FUNCTION
           MOVE 'DLV' TO CL-DIRECTION
           CALL 'CTLLEDGR' USING CL-AREA.

       *> haversine 大圓距離：a = sin²(Δφ/2)+cosφ1·cosφ2·sin²(Δλ/2)
       *> d = 2R·asin(√a)，asin 用 atan(x/√(1-x²)) 換算，R=6371km。
       *> 一步一個 COMPUTE，中間結果都留在 COMP-2，公里數小的近距離
       *> 不會被中間值的小數位數吃掉。
       COMPUTE-GREAT-CIRCLE-KM.
           COMPUTE GD-LAT1 = GD-LAT1 * GD-PI / 180
           COMPUTE GD-LON1 = GD-LON1 * GD-PI / 180
           COMPUTE GD-LAT2 = GD-LAT2 * GD-PI / 180
           COMPUTE GD-LON2 = GD-LON2 * GD-PI / 180
           COMPUTE GD-DLAT = (GD-LAT2 - GD-LAT1) / 2
           COMPUTE GD-DLON = (GD-LON2 - GD-LON1) / 2
           COMPUTE GD-A = FUNCTION SIN(GD-DLAT)
           COMPUTE GD-A = GD-A * GD-A
           COMPUTE GD-B = FUNCTION SIN(GD-DLON)
           COMPUTE GD-B = GD-B * GD-B
           COMPUTE GD-C = FUNCTION COS(GD-LAT1)
           COMPUTE GD-B = GD-B * GD-C
           COMPUTE GD-C = FUNCTION COS(GD-LAT2)
           COMPUTE GD-B = GD-B * GD-C
           COMPUTE GD-A = GD-A + GD-B
           IF GD-A >= 1
               COMPUTE GD-KM = 6371 * GD-PI
           ELSE
               COMPUTE GD-ROOT = FUNCTION SQRT(GD-A)
               COMPUTE GD-C = 1 - GD-A
               COMPUTE GD-C = FUNCTION SQRT(GD-C)
               COMPUTE GD-C = GD-ROOT / GD-C
               COMPUTE GD-C = FUNCTION ATAN(GD-C)
               COMPUTE GD-KM = 2 * 6371 * GD-C
           END-IF.
