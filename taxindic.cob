       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXINDIC.
      *> FATCA/CRS 地址徵兆（indicia）報表：稅務作業要抓地址跟客
      *> 戶自己申報的稅籍對不上的帳號 - 申報非美國稅籍卻有美國
      *> 地址、只有「轉交」或只有郵政信箱的地址。
      *> 核心交來申報稅籍擷取，一行「帳號;分行;稅籍國」，稅籍國
      *> 是兩碼國別，多國用逗號分隔（同一帳號分好幾行也可以，
      *> 併起來算），不必事先排序；這支 SORT 依帳號排好，再跟依
      *> 主鍵走的主檔做比對合併，逐個地址角色看 COUNTRY/POBOX：
      *>   US-ADDRESS       地址國別是 US，申報稅籍沒有 US
      *>   COUNTRY-MISMATCH 地址國別（非 US）不在申報稅籍裡
      *>   CARE-OF-ONLY     帳號所有地址都是轉交（C/O、CARE OF、
      *>                    轉交）或郵政信箱，至少一個是轉交
      *>   POBOX-ONLY       帳號所有地址都只有郵政信箱、沒有門牌
      *>                    街道
      *>   NO-SELF-CERT     主檔有地址，申報稅籍擷取裡沒有這個帳號
      *> 主檔國別是國名時查 country_codes.txt（同 ISO20022，一行
      *> 「國名;代碼」）換兩碼；已經是兩碼代碼的直接用；國別空白
      *> 的是國內地址（TAXINDIC_HOME_COUNTRY，預設 TW）；查不到
      *> 代碼的地址不判國別、另計一個數。
      *> 每筆徵兆一行附原因碼，另依分行 x 原因碼統計；有徵兆的帳
      *> 號寫進 tax_indicia_recert.txt（每次整份重寫），RECERTEXT
      *> 會把這些帳號切進再確認擷取、請客戶重新申報。有徵兆時
      *> RETURN-CODE 4。
      *>   TAXINDIC_RESID_FILE  = 申報稅籍擷取（預設
      *>                          tax_residency_YYYYMMDD.txt）
      *>   TAXINDIC_CC_FILE     = 國名代碼表（預設
      *>                          country_codes.txt）
      *>   TAXINDIC_HOME_COUNTRY = 國內國別代碼（預設 TW）
      *> 報表寫到 tax_indicia_YYYYMMDD.txt。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESID-FILE ASSIGN TO DYNAMIC WS-RESID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESID-STATUS.
           SELECT CC-FILE ASSIGN TO DYNAMIC WS-CC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT SORT-FILE ASSIGN TO "taxindic_work.tmp".
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT RECERT-FILE ASSIGN TO 'tax_indicia_recert.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESID-FILE.
       01  RESID-REC       PIC X(200).
       FD  CC-FILE.
       01  CC-REC          PIC X(50).

       *> 申報稅籍擷取依帳號排好（同帳號多行照原順序）
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-ACCOUNT   PIC X(30).
           05 SR-SEQ       PIC 9(9).
           05 SR-BRANCH    PIC X(10).
           05 SR-RESID     PIC X(60).

       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  RECERT-FILE.
       01  RECERT-REC      PIC X(150).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-RESID-FILE-NAME   PIC X(100).
       01 WS-RESID-STATUS      PIC XX.
       01 WS-CC-FILE-NAME      PIC X(100).
       01 WS-CC-STATUS         PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 RESID-EOF            PIC X VALUE 'N'.
       01 CC-EOF               PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.
       01 MAST-EOF             PIC X VALUE 'N'.
       01 WS-HOME-COUNTRY      PIC X(2) VALUE 'TW'.

       *> 國名 → 兩碼代碼
       01 CC-TABLE.
           05 CC-ENTRY OCCURS 300 TIMES.
               10 CC-NAME        PIC X(40).
               10 CC-CODE        PIC X(2).
       01 CC-COUNT             PIC 9(3) VALUE 0.
       01 CC-IDX               PIC 9(3).
       01 CC-FOUND             PIC 9(3).

       *> 申報稅籍擷取拆欄
       01 RX-ACCOUNT           PIC X(30).
       01 RX-BRANCH            PIC X(10).
       01 RX-RESID             PIC X(60).
       01 CTL-RESID-SEQ        PIC 9(9) VALUE 0.

       *> 排好序的一個帳號：分行取第一行，稅籍國各行併起來
       01 GRP-ACCOUNT          PIC X(30).
       01 GRP-BRANCH           PIC X(10).
       01 GRP-RESID-TEXT       PIC X(60).
       01 GRP-RESID-PTR        PIC 9(3).
       01 GRP-RESID-TABLE.
           05 GRP-RESID OCCURS 10 TIMES PIC X(2).
       01 GRP-RESID-COUNT      PIC 9(2).
       01 GRP-RESID-IDX        PIC 9(2).
       01 WS-RESID-PIECE       PIC X(20).
       01 WS-RESID-SCAN        PIC X(60).
       01 WS-RESID-SCAN-PTR    PIC 9(3).

       *> 主檔上的一個帳號（逐個角色判斷、帳號層級的結論）
       01 MST-ACCOUNT          PIC X(30).
       01 MST-DECLARED         PIC X.
       01 MST-BRANCH           PIC X(10).
       01 MST-RESID-LIST       PIC X(40).
       01 MST-HITS             PIC 9(3).
       01 MST-REASONS          PIC X(80).
       01 MST-REASON-PTR       PIC 9(3).
       01 MST-RESIDENCE-ROLE   PIC X.
       01 MST-CAREOF-ROLES     PIC 9(2).
       01 MST-POBOX-ROLES      PIC 9(2).
       01 MST-ROLES            PIC X(40).
       01 MST-ROLE-PTR         PIC 9(3).

       *> 一個地址角色
       01 WS-ADDR-CODE         PIC X(2).
       01 WS-ADDR-COUNTRY      PIC X(50).
       01 WS-ADDR-DECLARED     PIC X.
       01 WS-CAREOF-TEXT       PIC X(800).
       01 WS-CAREOF-HITS       PIC 9(3).
       01 WS-ROLE-CAREOF       PIC X.
       01 WS-ROLE-POBOX-ONLY   PIC X.
       01 WS-REASON            PIC X(16).
       01 WS-DETAIL            PIC X(60).
       01 WS-HIT-ROLE          PIC X(12).

       *> 分行 x 原因碼統計
       01 BR-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
               10 BR-CODE          PIC X(10).
               10 BR-ACCOUNTS      PIC 9(7).
               10 BR-HIT-ACCOUNTS  PIC 9(7).
               10 BR-US            PIC 9(7).
               10 BR-MISMATCH      PIC 9(7).
               10 BR-CAREOF        PIC 9(7).
               10 BR-POBOX         PIC 9(7).
               10 BR-NO-CERT       PIC 9(7).
       01 BR-COUNT             PIC 9(3) VALUE 0.
       01 BR-IDX               PIC 9(3).
       01 BR-FOUND             PIC 9(3).
       01 WS-BR-KEY            PIC X(10).
       01 BR-OVERFLOW-SW       PIC X VALUE 'N'.

       01 CTL-RESID-READ       PIC 9(7) VALUE 0.
       01 CTL-RESID-BAD        PIC 9(7) VALUE 0.
       01 CTL-RESID-ONLY       PIC 9(7) VALUE 0.
       01 CTL-MAST-ACCOUNTS    PIC 9(7) VALUE 0.
       01 CTL-MAST-RECORDS     PIC 9(7) VALUE 0.
       01 CTL-HIT-ACCOUNTS     PIC 9(7) VALUE 0.
       01 CTL-HITS             PIC 9(7) VALUE 0.
       01 CTL-US               PIC 9(7) VALUE 0.
       01 CTL-MISMATCH         PIC 9(7) VALUE 0.
       01 CTL-CAREOF           PIC 9(7) VALUE 0.
       01 CTL-POBOX            PIC 9(7) VALUE 0.
       01 CTL-NO-CERT          PIC 9(7) VALUE 0.
       01 CTL-NO-CODE          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-FILE-NAMES
           PERFORM LOAD-COUNTRY-CODES
           IF CC-COUNT = 0
               DISPLAY "TAXINDIC: " FUNCTION TRIM(WS-CC-FILE-NAME)
                   " missing or empty - only two-letter country "
                   "codes on the master can be compared"
           END-IF

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "TAXINDIC: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RESID-FILE
           IF WS-RESID-STATUS NOT = '00'
               DISPLAY "TAXINDIC: cannot open residency extract "
                   FUNCTION TRIM(WS-RESID-FILE-NAME)
                   " (status " WS-RESID-STATUS ")"
               CLOSE MAST-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE RECERT-FILE
           MOVE SPACES TO RPT-REC
           STRING "FATCA/CRS address indicia against declared tax "
               "residency " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Residency extract: "
               FUNCTION TRIM(WS-RESID-FILE-NAME)
               "   Home country: " WS-HOME-COUNTRY
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "Reason;Account;Role;Branch;Declared residency;"
               & "Address country;Detail" TO RPT-REC
           WRITE RPT-REC

           SORT SORT-FILE
               ASCENDING KEY SR-ACCOUNT SR-SEQ
               INPUT PROCEDURE IS FEED-RESIDENCY
               OUTPUT PROCEDURE IS MATCH-AGAINST-MASTER

           PERFORM WRITE-BRANCH-TOTALS
           CLOSE MAST-FILE RPT-FILE RECERT-FILE

           DISPLAY "TAXINDIC totals"
           DISPLAY "  Residency extract rows    : " CTL-RESID-READ
           DISPLAY "  Residency rows unusable   : " CTL-RESID-BAD
           DISPLAY "  Declared, no address      : " CTL-RESID-ONLY
           DISPLAY "  Master accounts           : " CTL-MAST-ACCOUNTS
           DISPLAY "  Accounts with indicia     : " CTL-HIT-ACCOUNTS
           DISPLAY "    US-ADDRESS              : " CTL-US
           DISPLAY "    COUNTRY-MISMATCH        : " CTL-MISMATCH
           DISPLAY "    CARE-OF-ONLY            : " CTL-CAREOF
           DISPLAY "    POBOX-ONLY              : " CTL-POBOX
           DISPLAY "    NO-SELF-CERT            : " CTL-NO-CERT
           DISPLAY "  Addresses, country no code: " CTL-NO-CODE
           DISPLAY "TAXINDIC: " CTL-HITS " indicia hit(s) - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-HITS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-FILE-NAMES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF

           STRING 'tax_residency_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RESID-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'TAXINDIC_RESID_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RESID-FILE-NAME
           END-IF

           MOVE 'country_codes.txt' TO WS-CC-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'TAXINDIC_CC_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CC-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'TAXINDIC_HOME_COUNTRY'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-HOME-COUNTRY
           END-IF

           STRING 'tax_indicia_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.

       LOAD-COUNTRY-CODES.
           OPEN INPUT CC-FILE
           IF WS-CC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CC-EOF = 'Y'
               READ CC-FILE
                   AT END MOVE 'Y' TO CC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CC-REC) NOT = SPACES
                          AND CC-REC(1:1) NOT = '*'
                          AND CC-COUNT < 300
                           ADD 1 TO CC-COUNT
                           UNSTRING CC-REC DELIMITED BY ';'
                               INTO CC-NAME(CC-COUNT)
                                    CC-CODE(CC-COUNT)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(CC-NAME(CC-COUNT)))
                               TO CC-NAME(CC-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(CC-CODE(CC-COUNT)))
                               TO CC-CODE(CC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CC-FILE.

       *> SORT 的輸入：擷取行照檔案順序編號，同帳號多行時分行
       *> 取第一行
       FEED-RESIDENCY.
           PERFORM UNTIL RESID-EOF = 'Y'
               READ RESID-FILE
                   AT END MOVE 'Y' TO RESID-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RESID-REC) NOT = SPACES
                           PERFORM RELEASE-RESIDENCY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESID-FILE.

       RELEASE-RESIDENCY-ROW.
           ADD 1 TO CTL-RESID-READ
           MOVE SPACES TO RX-ACCOUNT RX-BRANCH RX-RESID
           UNSTRING RESID-REC DELIMITED BY ';'
               INTO RX-ACCOUNT RX-BRANCH RX-RESID
           END-UNSTRING
           IF FUNCTION TRIM(RX-ACCOUNT) = SPACES
               ADD 1 TO CTL-RESID-BAD
               EXIT PARAGRAPH
           END-IF
           *> 有表頭的擷取：第一欄是欄名就跳過
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(RX-ACCOUNT)) =
              'ACCOUNT' OR 'ACCOUNT-ID' OR 'ACCOUNT_ID'
               SUBTRACT 1 FROM CTL-RESID-READ
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-RESID-SEQ
           MOVE SPACES TO SORT-REC
           MOVE FUNCTION TRIM(RX-ACCOUNT) TO SR-ACCOUNT
           MOVE CTL-RESID-SEQ TO SR-SEQ
           MOVE FUNCTION TRIM(RX-BRANCH) TO SR-BRANCH
           IF SR-BRANCH = SPACES
               MOVE '(BLANK)' TO SR-BRANCH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RX-RESID))
               TO SR-RESID
           RELEASE SORT-REC.

       *> 比對合併：主檔帳號為主，排好序的申報稅籍推進到同一個
       *> 帳號；只有申報、主檔沒有地址的帳號不歸這份報表管
       MATCH-AGAINST-MASTER.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN
           PERFORM GET-RESIDENCY-GROUP

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO MAST-EOF
           END-START
           IF MAST-EOF = 'N'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
               END-READ
           END-IF

           PERFORM UNTIL MAST-EOF = 'Y'
               PERFORM UNTIL GRP-ACCOUNT >= MAST-ACCOUNT-ID
                   ADD 1 TO CTL-RESID-ONLY
                   PERFORM GET-RESIDENCY-GROUP
               END-PERFORM
               PERFORM JUDGE-MASTER-ACCOUNT
           END-PERFORM
           PERFORM UNTIL GRP-ACCOUNT = HIGH-VALUES
               ADD 1 TO CTL-RESID-ONLY
               PERFORM GET-RESIDENCY-GROUP
           END-PERFORM.

       *> 收下一個帳號的全部申報行，稅籍國拆成兩碼代碼表
       GET-RESIDENCY-GROUP.
           IF SORT-EOF = 'Y'
               MOVE HIGH-VALUES TO GRP-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SR-ACCOUNT TO GRP-ACCOUNT
           MOVE SR-BRANCH TO GRP-BRANCH
           MOVE SPACES TO GRP-RESID-TABLE GRP-RESID-TEXT
           MOVE 0 TO GRP-RESID-COUNT
           MOVE 1 TO GRP-RESID-PTR
           PERFORM UNTIL SORT-EOF = 'Y' OR SR-ACCOUNT NOT = GRP-ACCOUNT
               PERFORM TAKE-RESIDENCY-CODES
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
           END-PERFORM.

       TAKE-RESIDENCY-CODES.
           MOVE SR-RESID TO WS-RESID-SCAN
           MOVE 1 TO WS-RESID-SCAN-PTR
           PERFORM UNTIL WS-RESID-SCAN-PTR > 60
               MOVE SPACES TO WS-RESID-PIECE
               UNSTRING WS-RESID-SCAN DELIMITED BY ','
                   INTO WS-RESID-PIECE
                   WITH POINTER WS-RESID-SCAN-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-RESID-PIECE) TO WS-RESID-PIECE
               IF WS-RESID-PIECE NOT = SPACES
                  AND GRP-RESID-COUNT < 10
                   ADD 1 TO GRP-RESID-COUNT
                   MOVE WS-RESID-PIECE TO GRP-RESID(GRP-RESID-COUNT)
                   IF GRP-RESID-PTR > 1
                       STRING "," DELIMITED BY SIZE
                           INTO GRP-RESID-TEXT
                           WITH POINTER GRP-RESID-PTR
                       END-STRING
                   END-IF
                   STRING GRP-RESID(GRP-RESID-COUNT)
                       DELIMITED BY SPACE
                       INTO GRP-RESID-TEXT
                       WITH POINTER GRP-RESID-PTR
                   END-STRING
               END-IF
           END-PERFORM.

       *> 主檔上目前這一筆起、同一個帳號的所有角色：逐角色判國
       *> 別，走完再下帳號層級的轉交/信箱結論
       JUDGE-MASTER-ACCOUNT.
           ADD 1 TO CTL-MAST-ACCOUNTS
           MOVE MAST-ACCOUNT-ID TO MST-ACCOUNT
           MOVE 0 TO MST-HITS MST-CAREOF-ROLES MST-POBOX-ROLES
           MOVE 'N' TO MST-RESIDENCE-ROLE
           MOVE SPACES TO MST-REASONS MST-ROLES
           MOVE 1 TO MST-REASON-PTR MST-ROLE-PTR
           IF GRP-ACCOUNT = MST-ACCOUNT
               MOVE 'Y' TO MST-DECLARED
               MOVE GRP-BRANCH TO MST-BRANCH
               MOVE GRP-RESID-TEXT TO MST-RESID-LIST
           ELSE
               MOVE 'N' TO MST-DECLARED
               MOVE '(NONE)' TO MST-BRANCH
               MOVE SPACES TO MST-RESID-LIST
           END-IF
           MOVE MST-BRANCH TO WS-BR-KEY
           PERFORM FIND-BRANCH
           IF BR-FOUND > 0
               ADD 1 TO BR-ACCOUNTS(BR-FOUND)
           END-IF

           PERFORM UNTIL MAST-EOF = 'Y'
                      OR MAST-ACCOUNT-ID NOT = MST-ACCOUNT
               ADD 1 TO CTL-MAST-RECORDS
               PERFORM JUDGE-ONE-ROLE
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
               END-READ
           END-PERFORM

           IF MST-DECLARED = 'N'
               MOVE 'NO-SELF-CERT' TO WS-REASON
               MOVE SPACES TO WS-HIT-ROLE WS-ADDR-COUNTRY
               MOVE "no declared tax residency in core extract"
                   TO WS-DETAIL
               PERFORM WRITE-HIT
           END-IF
           IF MST-RESIDENCE-ROLE = 'N'
               MOVE SPACES TO WS-ADDR-COUNTRY
               MOVE MST-ROLES TO WS-HIT-ROLE
               IF MST-CAREOF-ROLES > 0
                   MOVE 'CARE-OF-ONLY' TO WS-REASON
                   MOVE "every address is care-of or PO Box"
                       TO WS-DETAIL
               ELSE
                   MOVE 'POBOX-ONLY' TO WS-REASON
                   MOVE "every address is a PO Box"
                       TO WS-DETAIL
               END-IF
               PERFORM WRITE-HIT
           END-IF

           IF MST-HITS > 0
               ADD 1 TO CTL-HIT-ACCOUNTS
               IF BR-FOUND > 0
                   ADD 1 TO BR-HIT-ACCOUNTS(BR-FOUND)
               END-IF
               MOVE SPACES TO RECERT-REC
               STRING FUNCTION TRIM(MST-ACCOUNT) ";"
                   FUNCTION TRIM(MST-REASONS) ";" WS-RUN-DATE
                   DELIMITED BY SIZE INTO RECERT-REC
               WRITE RECERT-REC
           END-IF.

       *> 一個地址角色：國別對申報稅籍、轉交、只有信箱
       JUDGE-ONE-ROLE.
           IF MST-ROLE-PTR > 1
               STRING "," DELIMITED BY SIZE INTO MST-ROLES
                   WITH POINTER MST-ROLE-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(MAST-ADDR-ROLE)
               DELIMITED BY SIZE INTO MST-ROLES
               WITH POINTER MST-ROLE-PTR
           END-STRING

           *> 轉交：C/O、CARE OF、IN CARE、轉交/代收/煩交 出現在
           *> 轉交欄或任何自由文字欄（轉交欄放最前面，不會被截掉；
           *> 「ATTN: 收件人」那種只是收件人，不算轉交）
           MOVE SPACES TO WS-CAREOF-TEXT
           STRING MAST-CARE-OF " "
               MAST-RM " " MAST-F " " MAST-BUILDING " "
               MAST-LOC1 " " MAST-LOC2 " " MAST-LOC3 " "
               MAST-LOC4 " " MAST-LOC5 " " MAST-LOC6 " " MAST-OTHER
               DELIMITED BY SIZE INTO WS-CAREOF-TEXT
           MOVE FUNCTION UPPER-CASE(WS-CAREOF-TEXT) TO WS-CAREOF-TEXT
           MOVE 0 TO WS-CAREOF-HITS
           INSPECT WS-CAREOF-TEXT TALLYING WS-CAREOF-HITS
               FOR ALL 'C/O ' ALL 'CARE OF' ALL 'IN CARE'
                   ALL '轉交' ALL '代收' ALL '煩交'
           MOVE 'N' TO WS-ROLE-CAREOF WS-ROLE-POBOX-ONLY
           IF WS-CAREOF-HITS > 0
               MOVE 'Y' TO WS-ROLE-CAREOF
               ADD 1 TO MST-CAREOF-ROLES
           END-IF
           *> 只有信箱：有 POBOX、門牌街道欄全空
           IF MAST-POBOX NOT = SPACES
              AND MAST-NO = SPACES AND MAST-ALY = SPACES
              AND MAST-LN = SPACES AND MAST-SEC = SPACES
              AND MAST-STREET = SPACES AND MAST-AVENUE = SPACES
              AND MAST-WAY = SPACES AND MAST-BLVD = SPACES
              AND MAST-ROAD = SPACES AND MAST-DRIVE = SPACES
               MOVE 'Y' TO WS-ROLE-POBOX-ONLY
               ADD 1 TO MST-POBOX-ROLES
           END-IF
           IF WS-ROLE-CAREOF = 'N' AND WS-ROLE-POBOX-ONLY = 'N'
               MOVE 'Y' TO MST-RESIDENCE-ROLE
           END-IF

           PERFORM RESOLVE-ADDRESS-COUNTRY
           IF WS-ADDR-CODE = SPACES OR MST-DECLARED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ADDR-DECLARED
           PERFORM VARYING GRP-RESID-IDX FROM 1 BY 1
                   UNTIL GRP-RESID-IDX > GRP-RESID-COUNT
                      OR WS-ADDR-DECLARED = 'Y'
               IF GRP-RESID(GRP-RESID-IDX) = WS-ADDR-CODE
                   MOVE 'Y' TO WS-ADDR-DECLARED
               END-IF
           END-PERFORM
           IF WS-ADDR-DECLARED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE MAST-ADDR-ROLE TO WS-HIT-ROLE
           MOVE SPACES TO WS-DETAIL
           IF WS-ADDR-CODE = 'US'
               MOVE 'US-ADDRESS' TO WS-REASON
               STRING "US address, US residency not declared"
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               MOVE 'COUNTRY-MISMATCH' TO WS-REASON
               STRING "address in " WS-ADDR-CODE
                   ", not a declared residency"
                   DELIMITED BY SIZE INTO WS-DETAIL
           END-IF
           PERFORM WRITE-HIT.

       *> 地址國別 → 兩碼：空白是國內；兩碼直接用；國名查表
       RESOLVE-ADDRESS-COUNTRY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY))
               TO WS-ADDR-COUNTRY
           MOVE SPACES TO WS-ADDR-CODE
           IF WS-ADDR-COUNTRY = SPACES
               MOVE WS-HOME-COUNTRY TO WS-ADDR-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CC-FOUND
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT OR CC-FOUND > 0
               IF CC-NAME(CC-IDX) = WS-ADDR-COUNTRY
                  OR CC-CODE(CC-IDX) = WS-ADDR-COUNTRY
                   MOVE CC-IDX TO CC-FOUND
                   MOVE CC-CODE(CC-IDX) TO WS-ADDR-CODE
               END-IF
           END-PERFORM
           IF CC-FOUND = 0
               IF WS-ADDR-COUNTRY(3:48) = SPACES
                   MOVE WS-ADDR-COUNTRY(1:2) TO WS-ADDR-CODE
               ELSE
                   ADD 1 TO CTL-NO-CODE
               END-IF
           END-IF.

       *> 一筆徵兆：報表一行、分行 x 原因碼、帳號原因清單
       WRITE-HIT.
           ADD 1 TO CTL-HITS
           ADD 1 TO MST-HITS
           EVALUATE WS-REASON
               WHEN 'US-ADDRESS'
                   ADD 1 TO CTL-US
                   IF BR-FOUND > 0
                       ADD 1 TO BR-US(BR-FOUND)
                   END-IF
               WHEN 'COUNTRY-MISMATCH'
                   ADD 1 TO CTL-MISMATCH
                   IF BR-FOUND > 0
                       ADD 1 TO BR-MISMATCH(BR-FOUND)
                   END-IF
               WHEN 'CARE-OF-ONLY'
                   ADD 1 TO CTL-CAREOF
                   IF BR-FOUND > 0
                       ADD 1 TO BR-CAREOF(BR-FOUND)
                   END-IF
               WHEN 'POBOX-ONLY'
                   ADD 1 TO CTL-POBOX
                   IF BR-FOUND > 0
                       ADD 1 TO BR-POBOX(BR-FOUND)
                   END-IF
               WHEN OTHER
                   ADD 1 TO CTL-NO-CERT
                   IF BR-FOUND > 0
                       ADD 1 TO BR-NO-CERT(BR-FOUND)
                   END-IF
           END-EVALUATE
           IF MST-REASON-PTR > 1
               STRING "," DELIMITED BY SIZE INTO MST-REASONS
                   WITH POINTER MST-REASON-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-REASON)
               DELIMITED BY SIZE INTO MST-REASONS
               WITH POINTER MST-REASON-PTR
           END-STRING
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(WS-REASON) ";"
               FUNCTION TRIM(MST-ACCOUNT) ";"
               FUNCTION TRIM(WS-HIT-ROLE) ";"
               FUNCTION TRIM(MST-BRANCH) ";"
               FUNCTION TRIM(MST-RESID-LIST) ";"
               FUNCTION TRIM(WS-ADDR-COUNTRY) ";"
               FUNCTION TRIM(WS-DETAIL)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 分行表裡找 WS-BR-KEY，沒有就新增（表滿了 BR-FOUND = 0，
       *> 該分行只進總數）
       FIND-BRANCH.
           MOVE 0 TO BR-FOUND
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-COUNT OR BR-FOUND > 0
               IF BR-CODE(BR-IDX) = WS-BR-KEY
                   MOVE BR-IDX TO BR-FOUND
               END-IF
           END-PERFORM
           IF BR-FOUND = 0
               IF BR-COUNT < 500
                   ADD 1 TO BR-COUNT
                   MOVE BR-COUNT TO BR-FOUND
                   MOVE WS-BR-KEY TO BR-CODE(BR-FOUND)
                   MOVE 0 TO BR-ACCOUNTS(BR-FOUND)
                       BR-HIT-ACCOUNTS(BR-FOUND) BR-US(BR-FOUND)
                       BR-MISMATCH(BR-FOUND) BR-CAREOF(BR-FOUND)
                       BR-POBOX(BR-FOUND) BR-NO-CERT(BR-FOUND)
               ELSE
                   IF BR-OVERFLOW-SW = 'N'
                       DISPLAY "WARNING: more than 500 branches - "
                           "extra branches are in the totals only"
                       MOVE 'Y' TO BR-OVERFLOW-SW
                   END-IF
               END-IF
           END-IF.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Counts by branch (branch;accounts;accounts with "
               "indicia;US-ADDRESS;COUNTRY-MISMATCH;CARE-OF-ONLY;"
               "POBOX-ONLY;NO-SELF-CERT)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE SPACES TO RPT-REC
               STRING "  " FUNCTION TRIM(BR-CODE(BR-IDX)) ";"
                   BR-ACCOUNTS(BR-IDX) ";" BR-HIT-ACCOUNTS(BR-IDX) ";"
                   BR-US(BR-IDX) ";" BR-MISMATCH(BR-IDX) ";"
                   BR-CAREOF(BR-IDX) ";" BR-POBOX(BR-IDX) ";"
                   BR-NO-CERT(BR-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Totals: " CTL-MAST-ACCOUNTS " master accounts ("
               CTL-MAST-RECORDS " addresses), " CTL-HIT-ACCOUNTS
               " with indicia, " CTL-HITS " hits; "
               CTL-RESID-ONLY " declared accounts without an address; "
               CTL-NO-CODE " addresses with an unknown country name"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Accounts with indicia are in tax_indicia_recert.txt"
               " for the next RECERTEXT run"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.
