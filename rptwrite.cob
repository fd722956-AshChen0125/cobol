       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTWRITE.
      *> 主檔參數式報表：「某城市各退郵旗標的帳戶數」、「各國家
      *> 各分數區間的筆數」這類臨時問題不再每次寫一支程式或匯
      *> 試算表。報表定義檔（RPTWRITE_DEF，必填）一行一條，行首
      *> * 當註解，欄位用分號分隔：
      *>   NAME;代號          報表代號（輸出檔名用，預設 REPORT）
      *>   TITLE;標題         頁首標題
      *>   SELECT;欄位;運算;值
      *>                      挑選條件，多行 = 全部都要符合。運算：
      *>                      EQ NE GT GE LT LE（兩邊都是數字時比
      *>                      數值，否則比文字）、IN（值用逗號分隔，
      *>                      其中一個即可）、CONTAINS（含子字串）、
      *>                      BLANK、NOTBLANK；比對不分大小寫
      *>   BREAK;欄位         控制分組（最多 3 層，先寫的是大分組）；
      *>                      排序先照分組欄位
      *>   SORT;欄位          分組內的排序欄位（最多 3 個）
      *>   COLUMN;欄位;寬度;欄名
      *>                      明細欄（最多 10 欄，寬度預設 15，
      *>                      欄名預設欄位名稱）
      *>   SUM;欄位           每個分組跟總計加總的數字欄（最多 5 個，
      *>                      不是數字的值算 0）
      *>   DETAIL;N           只印分組小計跟總計，不印明細
      *>   PAGE_LINES;行數    每頁行數（預設 60）
      *> 欄位名稱：ACCOUNT ROLE RM F BUILDING NO ALY LN SEC STREET
      *> AVENUE WAY BLVD ROAD DRIVE TOWN DISTRICT CITY COUNTY
      *> PROVINCE STATE ZIP COUNTRY POBOX LOC1-LOC6 OTHER SCORE
      *> SCOREBAND（十分一級，例 080-089）LANDMARK LATITUDE LONGITUDE
      *> GEOPRECISION GEOCODED（Y/N）UNDELIVFLAG UNDELIVREASON
      *> UNDELIVDATE LOADDATE RISKCAT VERSION UPDDATE UPDPROGRAM
      *> CAREOF ADDRTYPE AREACODE LASTDELIVDATE ENTITY ORIGINAL（原始
      *> 地址文字）BRANCH（歸屬分行，查 account_branch.txt，同
      *> BRANCHDIST）。一個值最多取 50 碼。
      *> 報表分頁：每頁頁首（標題、報表代號、製表日、頁碼，第一頁
      *> 另印挑選條件）、明細欄名；分組換了印小計（筆數 + SUM 欄），
      *> 最後印總計、讀了幾筆、挑中幾筆。
      *> 定義檔存好就能排進夜間鏈，步驟命令寫成
      *>   RPTWRITE_DEF=report_defs/城市退郵.def ./rptwrite
      *>   RPTWRITE_DEF          = 報表定義檔（必填）
      *>   RPTWRITE_OUT_FILE     = 報表檔（預設
      *>                           rptw_<代號>_YYYYMMDD.txt）
      *>   BRANCHDIST_ASSIGN     = 帳號歸屬分行檔（預設
      *>                           account_branch.txt，用到 BRANCH
      *>                           才讀）
      *>   ADDRMAST_MAST_FILE    = 地址主檔（預設 address_master.dat）
      *> RETURN-CODE 4 = 一筆都沒挑中；12 = 定義檔沒給/開不起來/
      *> 有錯（錯在哪幾行逐行 DISPLAY）、主檔開不起來。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO "rptwrite_work.tmp".
           SELECT DEF-FILE ASSIGN TO DYNAMIC WS-DEF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT AB-FILE ASSIGN TO DYNAMIC WS-AB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> 一筆挑中的主檔記錄：分組鍵、排序鍵、明細欄值、加總值
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-BREAKS.
              10 SR-BRK1       PIC X(50).
              10 SR-BRK2       PIC X(50).
              10 SR-BRK3       PIC X(50).
           05 SR-BREAK-TBL REDEFINES SR-BREAKS.
              10 SR-BRK        PIC X(50) OCCURS 3 TIMES.
           05 SR-SRT1          PIC X(50).
           05 SR-SRT2          PIC X(50).
           05 SR-SRT3          PIC X(50).
           05 SR-COL           PIC X(50) OCCURS 10 TIMES.
           05 SR-SUM           PIC S9(13)V99 OCCURS 5 TIMES.

       FD  DEF-FILE.
       01  DEF-REC         PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  AB-FILE.
       01  AB-REC          PIC X(50).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-DEF-FILE-NAME     PIC X(100).
       01 WS-DEF-STATUS        PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-AB-FILE-NAME      PIC X(100).
       01 WS-AB-STATUS         PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-RPT-STATUS        PIC XX.
       01 DEF-EOF              PIC X VALUE 'N'.
       01 AB-EOF               PIC X VALUE 'N'.
       01 WALK-DONE            PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.

       *> 報表定義
       01 DEF-LINE-NO          PIC 9(4) VALUE 0.
       01 DEF-ERRORS           PIC 9(4) VALUE 0.
       01 DEF-KEYWORD          PIC X(20).
       01 DEF-ARG1             PIC X(100).
       01 DEF-ARG2             PIC X(100).
       01 DEF-ARG3             PIC X(100).
       01 DEF-NAME             PIC X(30) VALUE 'REPORT'.
       01 DEF-TITLE            PIC X(80) VALUE SPACES.
       01 DEF-DETAIL           PIC X VALUE 'Y'.
       01 DEF-PAGE-LINES       PIC 9(3) VALUE 60.

       01 SEL-TABLE.
           05 SEL-ENTRY OCCURS 20 TIMES.
               10 SEL-FIELD      PIC 9(2).
               10 SEL-OP         PIC X(8).
               10 SEL-VALUE      PIC X(100).
               10 SEL-VALUE-LEN  PIC 9(3).
       01 SEL-COUNT            PIC 9(2) VALUE 0.
       01 SEL-IDX              PIC 9(2).
       01 BRK-TABLE.
           05 BRK-FIELD OCCURS 3 TIMES PIC 9(2).
       01 BRK-COUNT            PIC 9 VALUE 0.
       01 SRT-TABLE.
           05 SRT-FIELD OCCURS 3 TIMES PIC 9(2).
       01 SRT-COUNT            PIC 9 VALUE 0.
       01 COL-TABLE.
           05 COL-ENTRY OCCURS 10 TIMES.
               10 COL-FIELD      PIC 9(2).
               10 COL-WIDTH      PIC 9(2).
               10 COL-HEAD       PIC X(50).
       01 COL-COUNT            PIC 9(2) VALUE 0.
       01 COL-IDX              PIC 9(2).
       01 SUMF-TABLE.
           05 SUMF-FIELD OCCURS 5 TIMES PIC 9(2).
       01 SUMF-COUNT           PIC 9 VALUE 0.
       01 SUMF-IDX             PIC 9.
       01 WS-LINE-WIDTH        PIC 9(4).
       01 WS-INDENT            PIC 9(2).

       *> 欄位名稱 → 編號（GET-FIELD-NAME 逐號比），編號 → 值
       01 FN-MAX               PIC 9(2) VALUE 53.
       01 FN-IDX               PIC 9(2).
       01 FN-NAME              PIC X(20).
       01 FN-WANTED            PIC X(20).
       01 FN-FOUND             PIC 9(2).
       01 FV-VALUE             PIC X(100).
       01 FV-OFFSET            PIC 9(4).
       01 FV-SCORE-BAND        PIC 9(3).
       01 FV-BAND-TOP          PIC 9(3).

       *> 挑選條件比對
       01 WS-SELECTED          PIC X.
       01 CMP-LEFT             PIC X(100).
       01 CMP-RIGHT            PIC X(100).
       01 CMP-RESULT           PIC S9.
       01 CMP-LEFT-NUM         PIC S9(13)V9(6).
       01 CMP-RIGHT-NUM        PIC S9(13)V9(6).
       01 CMP-ITEM             PIC X(100).
       01 CMP-LIST-PTR         PIC 9(3).
       01 WS-TALLY             PIC 9(4).

       *> 歸屬分行（用到 BRANCH 才載）
       01 WS-NEED-BRANCH       PIC X VALUE 'N'.
       01 AB-TABLE.
           05 AB-ENTRY OCCURS 20000 TIMES.
               10 AB-ACCT        PIC X(30).
               10 AB-BRANCH      PIC X(10).
       01 AB-COUNT             PIC 9(5) VALUE 0.
       01 AB-IDX               PIC 9(5).

       *> 分組累計（第 1 層是最大分組）與總計
       01 LVL-TABLE.
           05 LVL-ENTRY OCCURS 3 TIMES.
               10 LVL-VALUE      PIC X(50).
               10 LVL-CNT        PIC 9(9).
               10 LVL-SUM        PIC S9(13)V99 OCCURS 5 TIMES.
       01 LVL-IDX              PIC 9.
       01 WS-CHG-LEVEL         PIC 9.
       01 GT-CNT               PIC 9(9) VALUE 0.
       01 GT-SUM-TABLE.
           05 GT-SUM           PIC S9(13)V99 OCCURS 5 TIMES.

       *> 分頁
       01 WS-PAGE-NO           PIC 9(4) VALUE 0.
       01 WS-ON-PAGE           PIC 9(3) VALUE 0.
       01 RH-LINE1.
           05 FILLER           PIC X(10) VALUE 'RPTWRITE  '.
           05 RH-TITLE         PIC X(80).
           05 FILLER           PIC X(6) VALUE ' PAGE '.
           05 RH-PAGE          PIC ZZZ9.
       01 RH-LINE2.
           05 FILLER           PIC X(8) VALUE 'REPORT: '.
           05 RH-NAME          PIC X(30).
           05 FILLER           PIC X(11) VALUE ' RUN DATE: '.
           05 RH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(13) VALUE '  DEFINITION '.
           05 RH-DEF-FILE      PIC X(100).

       *> 組一行
       01 RL-LINE              PIC X(250).
       01 RL-SAVE              PIC X(250).
       01 RL-PTR               PIC 9(4).
       01 RL-PART              PIC X(100).
       01 WS-CNT-DISP          PIC Z(8)9.
       01 WS-SUM-DISP          PIC -(13)9.99.

       *> 裁切成剛好幾個顯示欄位（ASCII 1 欄、UTF-8 多位元組字元
       *> 2 欄，不切半個字，同 LETTERGEN/LABELGEN）
       01 FIT-SRC              PIC X(100).
       01 FIT-OUT              PIC X(100).
       01 FIT-WIDTH            PIC 9(3).
       01 FIT-SRC-LEN          PIC 9(3).
       01 FIT-SCAN             PIC 9(3).
       01 FIT-CHAR-BYTES       PIC 9(1).
       01 FIT-CHAR-COLS        PIC 9(1).
       01 FIT-COLS-USED        PIC 9(3).
       01 FIT-OUT-PTR          PIC 9(3).

       01 CTL-READ             PIC 9(9) VALUE 0.
       01 CTL-SELECTED         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RPTWRITE_DEF'
           IF WS-ENV-VALUE = SPACES
               DISPLAY "RPTWRITE: RPTWRITE_DEF is not set"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENV-VALUE TO WS-DEF-FILE-NAME
           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE 'account_branch.txt' TO WS-AB-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'BRANCHDIST_ASSIGN'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AB-FILE-NAME
           END-IF

           PERFORM VARYING SUMF-IDX FROM 1 BY 1 UNTIL SUMF-IDX > 5
               MOVE 0 TO GT-SUM(SUMF-IDX)
           END-PERFORM
           PERFORM LOAD-DEFINITION
           IF DEF-ERRORS > 0
               DISPLAY "RPTWRITE: " DEF-ERRORS " error(s) in "
                   FUNCTION TRIM(WS-DEF-FILE-NAME) " - no report"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING 'rptw_' FUNCTION TRIM(DEF-NAME) '_' WS-RUN-DATE
               '.txt' DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RPTWRITE_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RPT-FILE-NAME
           END-IF
           IF WS-NEED-BRANCH = 'Y'
               PERFORM LOAD-ACCOUNT-BRANCHES
           END-IF

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "RPTWRITE: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY "RPTWRITE: cannot open report file "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   " (status " WS-RPT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT SORT-FILE
               ASCENDING KEY SR-BRK1 SR-BRK2 SR-BRK3
                             SR-SRT1 SR-SRT2 SR-SRT3
               INPUT PROCEDURE IS FEED-MASTER
               OUTPUT PROCEDURE IS PRINT-REPORT
           CLOSE MAST-FILE RPT-FILE

           DISPLAY "RPTWRITE: " FUNCTION TRIM(DEF-NAME) " - "
               CTL-SELECTED " of " CTL-READ " master records "
               "selected, " WS-PAGE-NO " page(s) - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-SELECTED = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> ---------------------------------------------------------
      *> 報表定義檔
      *> ---------------------------------------------------------
       LOAD-DEFINITION.
           OPEN INPUT DEF-FILE
           IF WS-DEF-STATUS NOT = '00'
               DISPLAY "RPTWRITE: cannot open definition file "
                   FUNCTION TRIM(WS-DEF-FILE-NAME)
                   " (status " WS-DEF-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DEF-EOF = 'Y'
               READ DEF-FILE
                   AT END MOVE 'Y' TO DEF-EOF
                   NOT AT END
                       ADD 1 TO DEF-LINE-NO
                       IF FUNCTION TRIM(DEF-REC) NOT = SPACES
                          AND DEF-REC(1:1) NOT = '*'
                           PERFORM STORE-ONE-DEFINITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEF-FILE

           *> 要印明細又沒指定欄位：帳號跟地址角色
           IF DEF-DETAIL = 'Y' AND COL-COUNT = 0
               MOVE 2 TO COL-COUNT
               MOVE 1 TO COL-FIELD(1)
               MOVE 30 TO COL-WIDTH(1)
               MOVE 'ACCOUNT' TO COL-HEAD(1)
               MOVE 2 TO COL-FIELD(2)
               MOVE 12 TO COL-WIDTH(2)
               MOVE 'ROLE' TO COL-HEAD(2)
           END-IF
           COMPUTE WS-INDENT = BRK-COUNT * 2
           MOVE WS-INDENT TO WS-LINE-WIDTH
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
                   + COL-WIDTH(COL-IDX) + 1
           END-PERFORM
           IF WS-LINE-WIDTH > 250
               DISPLAY "RPTWRITE: columns are " WS-LINE-WIDTH
                   " characters wide, the limit is 250"
               ADD 1 TO DEF-ERRORS
           END-IF.

       STORE-ONE-DEFINITION.
           MOVE SPACES TO DEF-KEYWORD DEF-ARG1 DEF-ARG2 DEF-ARG3
           UNSTRING DEF-REC DELIMITED BY ';'
               INTO DEF-KEYWORD DEF-ARG1 DEF-ARG2 DEF-ARG3
           END-UNSTRING
           MOVE FUNCTION TRIM(DEF-ARG1) TO DEF-ARG1
           MOVE FUNCTION TRIM(DEF-ARG2) TO DEF-ARG2
           MOVE FUNCTION TRIM(DEF-ARG3) TO DEF-ARG3
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(DEF-KEYWORD))
               WHEN 'NAME'
                   IF DEF-ARG1 = SPACES
                       PERFORM DEFINITION-ERROR
                   ELSE
                       MOVE DEF-ARG1 TO DEF-NAME
                   END-IF
               WHEN 'TITLE'
                   MOVE DEF-ARG1 TO DEF-TITLE
               WHEN 'DETAIL'
                   IF FUNCTION UPPER-CASE(DEF-ARG1(1:1)) = 'N'
                       MOVE 'N' TO DEF-DETAIL
                   ELSE
                       MOVE 'Y' TO DEF-DETAIL
                   END-IF
               WHEN 'PAGE_LINES'
                   IF FUNCTION TRIM(DEF-ARG1) IS NUMERIC
                      AND FUNCTION NUMVAL(DEF-ARG1) >= 20
                      AND FUNCTION NUMVAL(DEF-ARG1) <= 999
                       MOVE FUNCTION NUMVAL(DEF-ARG1)
                           TO DEF-PAGE-LINES
                   ELSE
                       PERFORM DEFINITION-ERROR
                   END-IF
               WHEN 'SELECT'
                   PERFORM STORE-SELECTION
               WHEN 'BREAK'
                   PERFORM RESOLVE-ARG1-FIELD
                   IF FN-FOUND > 0 AND BRK-COUNT < 3
                       ADD 1 TO BRK-COUNT
                       MOVE FN-FOUND TO BRK-FIELD(BRK-COUNT)
                   ELSE
                       PERFORM DEFINITION-ERROR
                   END-IF
               WHEN 'SORT'
                   PERFORM RESOLVE-ARG1-FIELD
                   IF FN-FOUND > 0 AND SRT-COUNT < 3
                       ADD 1 TO SRT-COUNT
                       MOVE FN-FOUND TO SRT-FIELD(SRT-COUNT)
                   ELSE
                       PERFORM DEFINITION-ERROR
                   END-IF
               WHEN 'COLUMN'
                   PERFORM STORE-COLUMN
               WHEN 'SUM'
                   PERFORM RESOLVE-ARG1-FIELD
                   IF FN-FOUND > 0 AND SUMF-COUNT < 5
                       ADD 1 TO SUMF-COUNT
                       MOVE FN-FOUND TO SUMF-FIELD(SUMF-COUNT)
                   ELSE
                       PERFORM DEFINITION-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM DEFINITION-ERROR
           END-EVALUATE.

       STORE-SELECTION.
           PERFORM RESOLVE-ARG1-FIELD
           IF FN-FOUND = 0 OR SEL-COUNT >= 20
               PERFORM DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(DEF-ARG2) TO DEF-ARG2
           EVALUATE DEF-ARG2
               WHEN 'EQ' WHEN 'NE' WHEN 'GT' WHEN 'GE'
               WHEN 'LT' WHEN 'LE' WHEN 'IN' WHEN 'CONTAINS'
                   IF DEF-ARG3 = SPACES
                       PERFORM DEFINITION-ERROR
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'BLANK' WHEN 'NOTBLANK'
                   CONTINUE
               WHEN OTHER
                   PERFORM DEFINITION-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO SEL-COUNT
           MOVE FN-FOUND TO SEL-FIELD(SEL-COUNT)
           MOVE DEF-ARG2 TO SEL-OP(SEL-COUNT)
           MOVE FUNCTION UPPER-CASE(DEF-ARG3) TO SEL-VALUE(SEL-COUNT)
           IF DEF-ARG3 = SPACES
               MOVE 0 TO SEL-VALUE-LEN(SEL-COUNT)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DEF-ARG3))
                   TO SEL-VALUE-LEN(SEL-COUNT)
           END-IF.

       STORE-COLUMN.
           PERFORM RESOLVE-ARG1-FIELD
           IF FN-FOUND = 0 OR COL-COUNT >= 10
               PERFORM DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO COL-COUNT
           MOVE FN-FOUND TO COL-FIELD(COL-COUNT)
           MOVE 15 TO COL-WIDTH(COL-COUNT)
           IF DEF-ARG2 NOT = SPACES
               IF FUNCTION TRIM(DEF-ARG2) IS NUMERIC
                  AND FUNCTION NUMVAL(DEF-ARG2) >= 1
                  AND FUNCTION NUMVAL(DEF-ARG2) <= 50
                   MOVE FUNCTION NUMVAL(DEF-ARG2)
                       TO COL-WIDTH(COL-COUNT)
               ELSE
                   PERFORM DEFINITION-ERROR
               END-IF
           END-IF
           IF DEF-ARG3 = SPACES
               MOVE FN-WANTED TO COL-HEAD(COL-COUNT)
           ELSE
               MOVE DEF-ARG3 TO COL-HEAD(COL-COUNT)
           END-IF.

       *> DEF-ARG1 的欄位名稱 → FN-FOUND（0 = 沒這個欄位）
       RESOLVE-ARG1-FIELD.
           MOVE FUNCTION UPPER-CASE(DEF-ARG1) TO FN-WANTED
           MOVE 0 TO FN-FOUND
           PERFORM VARYING FN-IDX FROM 1 BY 1
                   UNTIL FN-IDX > FN-MAX OR FN-FOUND > 0
               PERFORM GET-FIELD-NAME
               IF FN-NAME = FN-WANTED
                   MOVE FN-IDX TO FN-FOUND
               END-IF
           END-PERFORM
           IF FN-FOUND = 52
               MOVE 'Y' TO WS-NEED-BRANCH
           END-IF.

       DEFINITION-ERROR.
           ADD 1 TO DEF-ERRORS
           DISPLAY "RPTWRITE: definition line " DEF-LINE-NO
               " not understood: " FUNCTION TRIM(DEF-REC).

       LOAD-ACCOUNT-BRANCHES.
           OPEN INPUT AB-FILE
           IF WS-AB-STATUS NOT = '00'
               DISPLAY "RPTWRITE: no assignment file "
                   FUNCTION TRIM(WS-AB-FILE-NAME)
                   " - BRANCH is blank for every account"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AB-EOF = 'Y'
               READ AB-FILE
                   AT END MOVE 'Y' TO AB-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AB-REC) NOT = SPACES
                          AND AB-COUNT < 20000
                           ADD 1 TO AB-COUNT
                           UNSTRING AB-REC DELIMITED BY ';'
                               INTO AB-ACCT(AB-COUNT)
                                    AB-BRANCH(AB-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AB-FILE.

      *> ---------------------------------------------------------
      *> 挑選：主檔依主鍵整檔走一遍，符合條件的放進排序
      *> ---------------------------------------------------------
       FEED-MASTER.
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-READ
                       PERFORM CHECK-SELECTION
                       IF WS-SELECTED = 'Y'
                           PERFORM RELEASE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-SELECTION.
           MOVE 'Y' TO WS-SELECTED
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > SEL-COUNT OR WS-SELECTED = 'N'
               MOVE SEL-FIELD(SEL-IDX) TO FN-IDX
               PERFORM GET-FIELD-VALUE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FV-VALUE))
                   TO CMP-LEFT
               MOVE SEL-VALUE(SEL-IDX) TO CMP-RIGHT
               EVALUATE SEL-OP(SEL-IDX)
                   WHEN 'BLANK'
                       IF CMP-LEFT NOT = SPACES
                           MOVE 'N' TO WS-SELECTED
                       END-IF
                   WHEN 'NOTBLANK'
                       IF CMP-LEFT = SPACES
                           MOVE 'N' TO WS-SELECTED
                       END-IF
                   WHEN 'IN'
                       PERFORM CHECK-IN-LIST
                   WHEN 'CONTAINS'
                       MOVE 0 TO WS-TALLY
                       INSPECT CMP-LEFT TALLYING WS-TALLY FOR ALL
                           CMP-RIGHT(1:SEL-VALUE-LEN(SEL-IDX))
                       IF WS-TALLY = 0
                           MOVE 'N' TO WS-SELECTED
                       END-IF
                   WHEN OTHER
                       PERFORM COMPARE-VALUES
                       EVALUATE SEL-OP(SEL-IDX)
                           WHEN 'EQ'
                               IF CMP-RESULT NOT = 0
                                   MOVE 'N' TO WS-SELECTED
                               END-IF
                           WHEN 'NE'
                               IF CMP-RESULT = 0
                                   MOVE 'N' TO WS-SELECTED
                               END-IF
                           WHEN 'GT'
                               IF CMP-RESULT NOT > 0
                                   MOVE 'N' TO WS-SELECTED
                               END-IF
                           WHEN 'GE'
                               IF CMP-RESULT < 0
                                   MOVE 'N' TO WS-SELECTED
                               END-IF
                           WHEN 'LT'
                               IF CMP-RESULT NOT < 0
                                   MOVE 'N' TO WS-SELECTED
                               END-IF
                           WHEN 'LE'
                               IF CMP-RESULT > 0
                                   MOVE 'N' TO WS-SELECTED
                               END-IF
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM.

       *> 兩邊都是數字比數值，否則比文字；CMP-RESULT -1/0/+1
       COMPARE-VALUES.
           IF CMP-LEFT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(CMP-LEFT) = 0
              AND FUNCTION TEST-NUMVAL(CMP-RIGHT) = 0
               COMPUTE CMP-LEFT-NUM = FUNCTION NUMVAL(CMP-LEFT)
               COMPUTE CMP-RIGHT-NUM = FUNCTION NUMVAL(CMP-RIGHT)
               EVALUATE TRUE
                   WHEN CMP-LEFT-NUM < CMP-RIGHT-NUM
                       MOVE -1 TO CMP-RESULT
                   WHEN CMP-LEFT-NUM > CMP-RIGHT-NUM
                       MOVE 1 TO CMP-RESULT
                   WHEN OTHER
                       MOVE 0 TO CMP-RESULT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN CMP-LEFT < CMP-RIGHT
                       MOVE -1 TO CMP-RESULT
                   WHEN CMP-LEFT > CMP-RIGHT
                       MOVE 1 TO CMP-RESULT
                   WHEN OTHER
                       MOVE 0 TO CMP-RESULT
               END-EVALUATE
           END-IF.

       *> IN：清單逐項拆開，去掉前後空白跟左邊比
       CHECK-IN-LIST.
           MOVE 'N' TO WS-SELECTED
           MOVE 1 TO CMP-LIST-PTR
           PERFORM UNTIL CMP-LIST-PTR > SEL-VALUE-LEN(SEL-IDX)
                      OR WS-SELECTED = 'Y'
               MOVE SPACES TO CMP-ITEM
               UNSTRING CMP-RIGHT(1:SEL-VALUE-LEN(SEL-IDX))
                   DELIMITED BY ','
                   INTO CMP-ITEM
                   WITH POINTER CMP-LIST-PTR
               END-UNSTRING
               IF FUNCTION TRIM(CMP-ITEM) = FUNCTION TRIM(CMP-LEFT)
                   MOVE 'Y' TO WS-SELECTED
               END-IF
           END-PERFORM.

       RELEASE-ONE-RECORD.
           ADD 1 TO CTL-SELECTED
           MOVE SPACES TO SORT-REC
           PERFORM VARYING LVL-IDX FROM 1 BY 1
                   UNTIL LVL-IDX > BRK-COUNT
               MOVE BRK-FIELD(LVL-IDX) TO FN-IDX
               PERFORM GET-FIELD-VALUE
               MOVE FV-VALUE TO SR-BRK(LVL-IDX)
           END-PERFORM
           IF SRT-COUNT >= 1
               MOVE SRT-FIELD(1) TO FN-IDX
               PERFORM GET-FIELD-VALUE
               MOVE FV-VALUE TO SR-SRT1
           END-IF
           IF SRT-COUNT >= 2
               MOVE SRT-FIELD(2) TO FN-IDX
               PERFORM GET-FIELD-VALUE
               MOVE FV-VALUE TO SR-SRT2
           END-IF
           IF SRT-COUNT >= 3
               MOVE SRT-FIELD(3) TO FN-IDX
               PERFORM GET-FIELD-VALUE
               MOVE FV-VALUE TO SR-SRT3
           END-IF
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               MOVE COL-FIELD(COL-IDX) TO FN-IDX
               PERFORM GET-FIELD-VALUE
               MOVE FV-VALUE TO SR-COL(COL-IDX)
           END-PERFORM
           PERFORM VARYING SUMF-IDX FROM 1 BY 1 UNTIL SUMF-IDX > 5
               MOVE 0 TO SR-SUM(SUMF-IDX)
           END-PERFORM
           PERFORM VARYING SUMF-IDX FROM 1 BY 1
                   UNTIL SUMF-IDX > SUMF-COUNT
               MOVE SUMF-FIELD(SUMF-IDX) TO FN-IDX
               PERFORM GET-FIELD-VALUE
               IF FV-VALUE NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(FV-VALUE) = 0
                   COMPUTE SR-SUM(SUMF-IDX) = FUNCTION NUMVAL(FV-VALUE)
               END-IF
           END-PERFORM
           RELEASE SORT-REC.

      *> ---------------------------------------------------------
      *> 列印：排好的記錄逐筆，分組換了先收小計再開新分組
      *> ---------------------------------------------------------
       PRINT-REPORT.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN
           PERFORM UNTIL SORT-EOF = 'Y'
               PERFORM TAKE-SORTED-RECORD
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
           END-PERFORM
           IF GT-CNT > 0
               MOVE 1 TO WS-CHG-LEVEL
               PERFORM CLOSE-BREAK-LEVELS
           END-IF
           PERFORM PRINT-GRAND-TOTAL.

       TAKE-SORTED-RECORD.
           *> 哪一層開始換了（0 = 都沒換）
           IF GT-CNT = 0
               MOVE 1 TO WS-CHG-LEVEL
           ELSE
               MOVE 0 TO WS-CHG-LEVEL
               PERFORM VARYING LVL-IDX FROM 1 BY 1
                       UNTIL LVL-IDX > BRK-COUNT OR WS-CHG-LEVEL > 0
                   IF SR-BRK(LVL-IDX) NOT = LVL-VALUE(LVL-IDX)
                       MOVE LVL-IDX TO WS-CHG-LEVEL
                   END-IF
               END-PERFORM
               IF WS-CHG-LEVEL > 0
                   PERFORM CLOSE-BREAK-LEVELS
               END-IF
           END-IF
           IF WS-CHG-LEVEL > 0
               PERFORM VARYING LVL-IDX FROM WS-CHG-LEVEL BY 1
                       UNTIL LVL-IDX > BRK-COUNT
                   MOVE SR-BRK(LVL-IDX) TO LVL-VALUE(LVL-IDX)
                   MOVE 0 TO LVL-CNT(LVL-IDX)
                   PERFORM VARYING SUMF-IDX FROM 1 BY 1
                           UNTIL SUMF-IDX > 5
                       MOVE 0 TO LVL-SUM(LVL-IDX SUMF-IDX)
                   END-PERFORM
                   IF DEF-DETAIL = 'Y'
                       PERFORM PRINT-BREAK-HEADER
                   END-IF
               END-PERFORM
           END-IF

           IF DEF-DETAIL = 'Y'
               PERFORM PRINT-DETAIL-LINE
           END-IF

           PERFORM VARYING LVL-IDX FROM 1 BY 1
                   UNTIL LVL-IDX > BRK-COUNT
               ADD 1 TO LVL-CNT(LVL-IDX)
               PERFORM VARYING SUMF-IDX FROM 1 BY 1
                       UNTIL SUMF-IDX > SUMF-COUNT
                   ADD SR-SUM(SUMF-IDX)
                       TO LVL-SUM(LVL-IDX SUMF-IDX)
               END-PERFORM
           END-PERFORM
           ADD 1 TO GT-CNT
           PERFORM VARYING SUMF-IDX FROM 1 BY 1
                   UNTIL SUMF-IDX > SUMF-COUNT
               ADD SR-SUM(SUMF-IDX) TO GT-SUM(SUMF-IDX)
           END-PERFORM.

       *> 從最內層收到 WS-CHG-LEVEL 層，每層印一行小計
       CLOSE-BREAK-LEVELS.
           PERFORM VARYING LVL-IDX FROM BRK-COUNT BY -1
                   UNTIL LVL-IDX < WS-CHG-LEVEL OR LVL-IDX = 0
               PERFORM PRINT-BREAK-FOOTER
           END-PERFORM.

       PRINT-BREAK-HEADER.
           MOVE SPACES TO RL-LINE
           COMPUTE RL-PTR = (LVL-IDX - 1) * 2 + 1
           MOVE BRK-FIELD(LVL-IDX) TO FN-IDX
           PERFORM GET-FIELD-NAME
           MOVE LVL-VALUE(LVL-IDX) TO RL-PART
           IF RL-PART = SPACES
               MOVE '(blank)' TO RL-PART
           END-IF
           STRING FUNCTION TRIM(FN-NAME) ': ' FUNCTION TRIM(RL-PART)
               DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       PRINT-BREAK-FOOTER.
           MOVE SPACES TO RL-LINE
           COMPUTE RL-PTR = (LVL-IDX - 1) * 2 + 1
           MOVE BRK-FIELD(LVL-IDX) TO FN-IDX
           PERFORM GET-FIELD-NAME
           MOVE LVL-VALUE(LVL-IDX) TO RL-PART
           IF RL-PART = SPACES
               MOVE '(blank)' TO RL-PART
           END-IF
           MOVE LVL-CNT(LVL-IDX) TO WS-CNT-DISP
           STRING '** ' FUNCTION TRIM(FN-NAME) ' '
               FUNCTION TRIM(RL-PART) '  COUNT '
               FUNCTION TRIM(WS-CNT-DISP)
               DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
           END-STRING
           PERFORM VARYING SUMF-IDX FROM 1 BY 1
                   UNTIL SUMF-IDX > SUMF-COUNT
               MOVE SUMF-FIELD(SUMF-IDX) TO FN-IDX
               PERFORM GET-FIELD-NAME
               MOVE LVL-SUM(LVL-IDX SUMF-IDX) TO WS-SUM-DISP
               STRING '  ' FUNCTION TRIM(FN-NAME) ' '
                   FUNCTION TRIM(WS-SUM-DISP)
                   DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
               END-STRING
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           IF DEF-DETAIL = 'Y'
               MOVE SPACES TO RL-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-DETAIL-LINE.
           MOVE SPACES TO RL-LINE
           COMPUTE RL-PTR = WS-INDENT + 1
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               MOVE SR-COL(COL-IDX) TO FIT-SRC
               PERFORM APPEND-FITTED-COLUMN
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       *> FIT-SRC 裁成欄寬放在 RL-PTR，補空白到欄寬再空一格
       APPEND-FITTED-COLUMN.
           MOVE COL-WIDTH(COL-IDX) TO FIT-WIDTH
           PERFORM FIT-TO-WIDTH
           IF FIT-OUT-PTR > 1
               STRING FIT-OUT(1:FIT-OUT-PTR - 1)
                   DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
               END-STRING
           END-IF
           COMPUTE RL-PTR = RL-PTR + COL-WIDTH(COL-IDX)
               - FIT-COLS-USED + 1.

       PRINT-GRAND-TOTAL.
           MOVE SPACES TO RL-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RL-LINE
           MOVE 1 TO RL-PTR
           MOVE GT-CNT TO WS-CNT-DISP
           STRING '*** GRAND TOTAL  COUNT ' FUNCTION TRIM(WS-CNT-DISP)
               DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
           END-STRING
           PERFORM VARYING SUMF-IDX FROM 1 BY 1
                   UNTIL SUMF-IDX > SUMF-COUNT
               MOVE SUMF-FIELD(SUMF-IDX) TO FN-IDX
               PERFORM GET-FIELD-NAME
               MOVE GT-SUM(SUMF-IDX) TO WS-SUM-DISP
               STRING '  ' FUNCTION TRIM(FN-NAME) ' '
                   FUNCTION TRIM(WS-SUM-DISP)
                   DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
               END-STRING
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RL-LINE
           MOVE 1 TO RL-PTR
           MOVE CTL-READ TO WS-CNT-DISP
           STRING 'MASTER RECORDS READ ' FUNCTION TRIM(WS-CNT-DISP)
               DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
           END-STRING
           MOVE CTL-SELECTED TO WS-CNT-DISP
           STRING '  SELECTED ' FUNCTION TRIM(WS-CNT-DISP)
               DELIMITED BY SIZE INTO RL-LINE WITH POINTER RL-PTR
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> ---------------------------------------------------------
      *> 分頁：頁滿（或還沒有頁）先印頁首
      *> ---------------------------------------------------------
       WRITE-REPORT-LINE.
           IF WS-PAGE-NO = 0 OR WS-ON-PAGE >= DEF-PAGE-LINES
               PERFORM PRINT-PAGE-HEADER
           END-IF
           WRITE RPT-REC FROM RL-LINE
           ADD 1 TO WS-ON-PAGE.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-ON-PAGE
           IF WS-PAGE-NO > 1
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE DEF-TITLE TO RH-TITLE
           MOVE WS-PAGE-NO TO RH-PAGE
           WRITE RPT-REC FROM RH-LINE1
           MOVE DEF-NAME TO RH-NAME
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-DEF-FILE-NAME TO RH-DEF-FILE
           WRITE RPT-REC FROM RH-LINE2
           ADD 2 TO WS-ON-PAGE
           IF WS-PAGE-NO = 1
               PERFORM PRINT-SELECTION-LINES
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           ADD 1 TO WS-ON-PAGE
           IF DEF-DETAIL = 'Y'
               *> 欄名借 RL-LINE 組，等著印的那一行先收起來
               MOVE RL-LINE TO RL-SAVE
               MOVE SPACES TO RL-LINE
               COMPUTE RL-PTR = WS-INDENT + 1
               PERFORM VARYING COL-IDX FROM 1 BY 1
                       UNTIL COL-IDX > COL-COUNT
                   MOVE COL-HEAD(COL-IDX) TO FIT-SRC
                   PERFORM APPEND-FITTED-COLUMN
               END-PERFORM
               WRITE RPT-REC FROM RL-LINE
               MOVE SPACES TO RPT-REC
               MOVE ALL '-' TO RPT-REC(1:WS-LINE-WIDTH)
               WRITE RPT-REC
               ADD 2 TO WS-ON-PAGE
               MOVE RL-SAVE TO RL-LINE
           END-IF.

       *> 第一頁交代挑選條件：數字怎麼來的一看就知道
       PRINT-SELECTION-LINES.
           IF SEL-COUNT = 0
               MOVE 'SELECTION: ALL MASTER RECORDS' TO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-ON-PAGE
           END-IF
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > SEL-COUNT
               MOVE SEL-FIELD(SEL-IDX) TO FN-IDX
               PERFORM GET-FIELD-NAME
               MOVE SPACES TO RPT-REC
               STRING 'SELECTION: ' FUNCTION TRIM(FN-NAME) ' '
                   FUNCTION TRIM(SEL-OP(SEL-IDX)) ' '
                   FUNCTION TRIM(SEL-VALUE(SEL-IDX))
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               ADD 1 TO WS-ON-PAGE
           END-PERFORM.

      *> ---------------------------------------------------------
      *> 欄位名稱與取值
      *> ---------------------------------------------------------
       GET-FIELD-NAME.
           EVALUATE FN-IDX
               WHEN 1  MOVE 'ACCOUNT'       TO FN-NAME
               WHEN 2  MOVE 'ROLE'          TO FN-NAME
               WHEN 3  MOVE 'RM'            TO FN-NAME
               WHEN 4  MOVE 'F'             TO FN-NAME
               WHEN 5  MOVE 'BUILDING'      TO FN-NAME
               WHEN 6  MOVE 'NO'            TO FN-NAME
               WHEN 7  MOVE 'ALY'           TO FN-NAME
               WHEN 8  MOVE 'LN'            TO FN-NAME
               WHEN 9  MOVE 'SEC'           TO FN-NAME
               WHEN 10 MOVE 'STREET'        TO FN-NAME
               WHEN 11 MOVE 'AVENUE'        TO FN-NAME
               WHEN 12 MOVE 'WAY'           TO FN-NAME
               WHEN 13 MOVE 'BLVD'          TO FN-NAME
               WHEN 14 MOVE 'ROAD'          TO FN-NAME
               WHEN 15 MOVE 'DRIVE'         TO FN-NAME
               WHEN 16 MOVE 'TOWN'          TO FN-NAME
               WHEN 17 MOVE 'DISTRICT'      TO FN-NAME
               WHEN 18 MOVE 'CITY'          TO FN-NAME
               WHEN 19 MOVE 'COUNTY'        TO FN-NAME
               WHEN 20 MOVE 'PROVINCE'      TO FN-NAME
               WHEN 21 MOVE 'STATE'         TO FN-NAME
               WHEN 22 MOVE 'ZIP'           TO FN-NAME
               WHEN 23 MOVE 'COUNTRY'       TO FN-NAME
               WHEN 24 MOVE 'POBOX'         TO FN-NAME
               WHEN 25 MOVE 'LOC1'          TO FN-NAME
               WHEN 26 MOVE 'LOC2'          TO FN-NAME
               WHEN 27 MOVE 'LOC3'          TO FN-NAME
               WHEN 28 MOVE 'LOC4'          TO FN-NAME
               WHEN 29 MOVE 'LOC5'          TO FN-NAME
               WHEN 30 MOVE 'LOC6'          TO FN-NAME
               WHEN 31 MOVE 'OTHER'         TO FN-NAME
               WHEN 32 MOVE 'SCORE'         TO FN-NAME
               WHEN 33 MOVE 'SCOREBAND'     TO FN-NAME
               WHEN 34 MOVE 'LANDMARK'      TO FN-NAME
               WHEN 35 MOVE 'LATITUDE'      TO FN-NAME
               WHEN 36 MOVE 'LONGITUDE'     TO FN-NAME
               WHEN 37 MOVE 'GEOPRECISION'  TO FN-NAME
               WHEN 38 MOVE 'GEOCODED'      TO FN-NAME
               WHEN 39 MOVE 'UNDELIVFLAG'   TO FN-NAME
               WHEN 40 MOVE 'UNDELIVREASON' TO FN-NAME
               WHEN 41 MOVE 'UNDELIVDATE'   TO FN-NAME
               WHEN 42 MOVE 'LOADDATE'      TO FN-NAME
               WHEN 43 MOVE 'RISKCAT'       TO FN-NAME
               WHEN 44 MOVE 'VERSION'       TO FN-NAME
               WHEN 45 MOVE 'UPDDATE'       TO FN-NAME
               WHEN 46 MOVE 'UPDPROGRAM'    TO FN-NAME
               WHEN 47 MOVE 'CAREOF'        TO FN-NAME
               WHEN 48 MOVE 'ADDRTYPE'      TO FN-NAME
               WHEN 49 MOVE 'AREACODE'      TO FN-NAME
               WHEN 50 MOVE 'LASTDELIVDATE' TO FN-NAME
               WHEN 51 MOVE 'ENTITY'        TO FN-NAME
               WHEN 52 MOVE 'BRANCH'        TO FN-NAME
               WHEN 53 MOVE 'ORIGINAL'      TO FN-NAME
               WHEN OTHER MOVE SPACES       TO FN-NAME
           END-EVALUATE.

       *> 室 ... LOC6 那 28 欄在主檔上連續排、每欄 50 碼，直接算位置
       GET-FIELD-VALUE.
           MOVE SPACES TO FV-VALUE
           IF FN-IDX >= 3 AND FN-IDX <= 30
               COMPUTE FV-OFFSET = 43 + (FN-IDX - 3) * 50
               MOVE MAST-REC(FV-OFFSET:50) TO FV-VALUE
               EXIT PARAGRAPH
           END-IF
           EVALUATE FN-IDX
               WHEN 1  MOVE MAST-ACCOUNT-ID TO FV-VALUE
               WHEN 2  MOVE MAST-ADDR-ROLE TO FV-VALUE
               WHEN 31 MOVE MAST-OTHER TO FV-VALUE
               WHEN 32 MOVE MAST-SCORE TO FV-VALUE
               WHEN 33
                   IF MAST-SCORE IS NUMERIC
                       IF MAST-SCORE >= 100
                           MOVE '100' TO FV-VALUE
                       ELSE
                           DIVIDE MAST-SCORE BY 10
                               GIVING FV-SCORE-BAND
                           MULTIPLY 10 BY FV-SCORE-BAND
                           COMPUTE FV-BAND-TOP = FV-SCORE-BAND + 9
                           STRING FV-SCORE-BAND '-' FV-BAND-TOP
                               DELIMITED BY SIZE INTO FV-VALUE
                       END-IF
                   END-IF
               WHEN 34 MOVE MAST-LANDMARK TO FV-VALUE
               WHEN 35 MOVE MAST-LATITUDE TO FV-VALUE
               WHEN 36 MOVE MAST-LONGITUDE TO FV-VALUE
               WHEN 37 MOVE MAST-GEO-PRECISION TO FV-VALUE
               WHEN 38
                   IF MAST-LATITUDE = SPACES
                      OR MAST-LONGITUDE = SPACES
                       MOVE 'N' TO FV-VALUE
                   ELSE
                       MOVE 'Y' TO FV-VALUE
                   END-IF
               WHEN 39 MOVE MAST-UNDELIV-FLAG TO FV-VALUE
               WHEN 40 MOVE MAST-UNDELIV-REASON TO FV-VALUE
               WHEN 41 MOVE MAST-UNDELIV-DATE TO FV-VALUE
               WHEN 42 MOVE MAST-LOAD-DATE TO FV-VALUE
               WHEN 43 MOVE MAST-RISK-CAT TO FV-VALUE
               WHEN 44 MOVE MAST-VERSION TO FV-VALUE
               WHEN 45 MOVE MAST-UPD-DATE TO FV-VALUE
               WHEN 46 MOVE MAST-UPD-PROGRAM TO FV-VALUE
               WHEN 47 MOVE MAST-CARE-OF TO FV-VALUE
               WHEN 48 MOVE MAST-ADDR-TYPE TO FV-VALUE
               WHEN 49 MOVE MAST-AREA-CODE TO FV-VALUE
               WHEN 50 MOVE MAST-LAST-DELIV-DATE TO FV-VALUE
               WHEN 51 MOVE MAST-ENTITY TO FV-VALUE
               WHEN 52
                   PERFORM VARYING AB-IDX FROM 1 BY 1
                           UNTIL AB-IDX > AB-COUNT
                              OR FV-VALUE NOT = SPACES
                       IF AB-ACCT(AB-IDX) = MAST-ACCOUNT-ID
                           MOVE AB-BRANCH(AB-IDX) TO FV-VALUE
                       END-IF
                   END-PERFORM
               WHEN 53 MOVE MAST-ORIG-TEXT TO FV-VALUE
           END-EVALUATE.

       *> 裁切/補齊成 FIT-WIDTH 個顯示欄位，FIT-COLS-USED 回傳實際
       *> 用了幾欄（同 LETTERGEN 的 FIT-TO-LETTER-WIDTH）
       FIT-TO-WIDTH.
           MOVE SPACES TO FIT-OUT
           MOVE 0 TO FIT-COLS-USED
           MOVE 1 TO FIT-OUT-PTR
           IF FIT-SRC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FIT-SRC TRAILING))
               TO FIT-SRC-LEN
           MOVE 1 TO FIT-SCAN
           PERFORM UNTIL FIT-SCAN > FIT-SRC-LEN
               EVALUATE TRUE
                   WHEN FIT-SRC(FIT-SCAN:1) < X'80'
                       MOVE 1 TO FIT-CHAR-BYTES
                       MOVE 1 TO FIT-CHAR-COLS
                   WHEN FIT-SRC(FIT-SCAN:1) >= X'F0'
                       MOVE 4 TO FIT-CHAR-BYTES
                       MOVE 2 TO FIT-CHAR-COLS
                   WHEN FIT-SRC(FIT-SCAN:1) >= X'E0'
                       MOVE 3 TO FIT-CHAR-BYTES
                       MOVE 2 TO FIT-CHAR-COLS
                   WHEN FIT-SRC(FIT-SCAN:1) >= X'C0'
                       MOVE 2 TO FIT-CHAR-BYTES
                       MOVE 2 TO FIT-CHAR-COLS
                   WHEN OTHER
                       MOVE 1 TO FIT-CHAR-BYTES
                       MOVE 1 TO FIT-CHAR-COLS
               END-EVALUATE
               IF FIT-SCAN + FIT-CHAR-BYTES - 1 > FIT-SRC-LEN
                   COMPUTE FIT-CHAR-BYTES = FIT-SRC-LEN - FIT-SCAN + 1
               END-IF
               IF FIT-COLS-USED + FIT-CHAR-COLS > FIT-WIDTH
                   MOVE FIT-SRC-LEN TO FIT-SCAN
                   ADD 1 TO FIT-SCAN
               ELSE
                   STRING FIT-SRC(FIT-SCAN:FIT-CHAR-BYTES)
                       DELIMITED BY SIZE INTO FIT-OUT
                       WITH POINTER FIT-OUT-PTR
                   END-STRING
                   ADD FIT-CHAR-COLS TO FIT-COLS-USED
                   ADD FIT-CHAR-BYTES TO FIT-SCAN
               END-IF
           END-PERFORM.
