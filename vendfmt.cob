       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDFMT.
      *> 卡片/支票簿廠商地址排版：發卡廠商的卡片附函（carrier）要
      *> 郵寄地址最多 4 行、每行 26 個大寫 ASCII 字，支票簿印製廠
      *> 要 3 行、每行 40 字，以前都是人工照主檔重打。這支依主鍵
      *> 走主檔，一個帳號取一個地址（MAILING 優先，沒有用
      *> RESIDENTIAL；營業地址、塗銷過的不送，同 COAXCHG），照
      *> 廠商設定檔（vendor_profiles.txt）排成廠商要的行數/寬度：
      *>   廠商;行數;每行寬度;字集;大小寫;縮寫;羅馬拼音
      *>   CARD;4;26;ASCII;UPPER;Y;Y
      *>   CHEQUE;3;40;ASCII;UPPER;Y;Y
      *> 行數 2-6、寬度 10-80；字集 ASCII（只收可見 ASCII）/ UTF8
      *> （中文照印，一個中文字算兩個欄位寬）；大小寫 UPPER 全轉
      *> 大寫 / MIXED 照主檔；縮寫 Y 依 aliases.txt（別名;標準形，
      *> 同 AddressSplitterFinal）把較長的一邊換成較短的一邊
      *> （Road -> Rd）；羅馬拼音 Y 把中文欄位照 pinyin.txt 逐字
      *> 轉拼音（同 AddressSplitterFinal 的 ROMANIZE-FIELD）。設定
      *> 檔不存在、或裡面沒有 CARD/CHEQUE 時用上面兩行的內建值。
      *> 排法：門牌街道（室/樓/大樓、號/弄/巷/段/街道、信箱）接
      *> 鄉鎮/行政區當本文，照 AddressSplitter（SPILTTOKEN.cob）
      *> WRAP-FOR-TERMINAL 的做法在空白處斷行（單字比一行還長才
      *> 硬切），只是寬度按顯示欄位算；城市 + 州/省 + 郵遞區號
      *> 固定排在本文下一行、整行不拆；國外地址（國別不是國內，
      *> 國名查 country_codes.txt，同 TAXINDIC）國名再排一行。
      *> 排不下的不截斷，整筆寫進退件報表給人工處理：
      *>   NO CITY/ZIP          城市、郵遞區號都沒有
      *>   CITY/ZIP TOO WIDE    城市郵遞區號那一行超過寬度
      *>   COUNTRY TOO WIDE     國名超過寬度
      *>   NO STREET            沒有門牌街道也沒有信箱
      *>   TOO MANY LINES       本文斷行後行數放不下
      *>   NON-ASCII            ASCII 廠商、地址有中文又不轉拼音
      *>   NO ROMANIZATION      有中文字查不到拼音
      *>   UNDELIVERABLE        主檔退郵旗標 U（寄不到的地址不送卡）
      *> 廠商檔是固定欄位：第 1 位記錄別 H 檔頭（廠商、行數、寬度、
      *> 字集、建檔日）/ D 明細（序號、帳號、地址角色、用了幾行、
      *> 每行補滿到設定寬度）/ T 檔尾筆數。
      *>   VENDFMT_VENDOR       = 廠商（預設 CARD）
      *>   VENDFMT_PROFILE_FILE = 廠商設定檔（預設 vendor_profiles.txt）
      *>   VENDFMT_OUT_FILE     = 廠商檔（預設
      *>                          vendor_<廠商>_YYYYMMDD.txt）
      *>   VENDFMT_REJECT_FILE  = 退件報表（預設
      *>                          vendor_reject_<廠商>_YYYYMMDD.txt）
      *>   VENDFMT_ALIAS_FILE   = 縮寫字典（預設 aliases.txt）
      *>   VENDFMT_PINYIN_FILE  = 拼音對照（預設 pinyin.txt）
      *>   VENDFMT_CC_FILE      = 國名代碼表（預設 country_codes.txt）
      *>   VENDFMT_HOME_COUNTRY = 國內國別代碼（預設 TW）
      *>   ADDRMAST_MAST_FILE   = 地址主檔（預設 address_master.dat）
      *> 有退件時 RETURN-CODE 4；廠商設定不對或主檔開不起來 12。

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
           SELECT PROF-FILE ASSIGN TO DYNAMIC WS-PROF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT ALIAS-FILE ASSIGN TO DYNAMIC WS-ALIAS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT PINYIN-FILE ASSIGN TO DYNAMIC WS-PINYIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT CC-FILE ASSIGN TO DYNAMIC WS-CC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REJ-FILE ASSIGN TO DYNAMIC WS-REJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  PROF-FILE.
       01  PROF-REC        PIC X(120).
       FD  ALIAS-FILE.
       01  ALIAS-REC       PIC X(120).
       FD  PINYIN-FILE.
       01  PINYIN-REC      PIC X(40).
       FD  CC-FILE.
       01  CC-REC          PIC X(80).
       FD  OUT-FILE.
       01  OUT-LINE        PIC X(1000).
       FD  REJ-FILE.
       01  REJ-REC         PIC X(1200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100) VALUE 'address_master.dat'.
       01 WS-MAST-STATUS       PIC XX.
       01 WS-PROF-FILE-NAME    PIC X(100) VALUE 'vendor_profiles.txt'.
       01 WS-ALIAS-FILE-NAME   PIC X(100) VALUE 'aliases.txt'.
       01 WS-PINYIN-FILE-NAME  PIC X(100) VALUE 'pinyin.txt'.
       01 WS-CC-FILE-NAME      PIC X(100) VALUE 'country_codes.txt'.
       01 WS-REF-STATUS        PIC XX.
       01 WS-OUT-FILE-NAME     PIC X(100).
       01 WS-OUT-STATUS        PIC XX.
       01 WS-REJ-FILE-NAME     PIC X(100).
       01 WS-HOME-COUNTRY      PIC X(2) VALUE 'TW'.
       01 REF-EOF              PIC X.
       01 WALK-DONE            PIC X VALUE 'N'.

      *> 這一次跑的廠商設定
       01 WS-VENDOR            PIC X(10) VALUE 'CARD'.
       01 WS-VENDOR-LOWER      PIC X(10).
       01 WS-PROF-FOUND        PIC X VALUE 'N'.
       01 VP-VENDOR            PIC X(10).
       01 VP-LINES-X           PIC X(5).
       01 VP-WIDTH-X           PIC X(5).
       01 VP-CHARSET           PIC X(5).
       01 VP-CASE              PIC X(5).
       01 VP-ABBREV            PIC X(1).
       01 VP-ROMANIZE          PIC X(1).
       01 VP-LINES             PIC 9(1).
       01 VP-WIDTH             PIC 9(2).

      *> 一個帳號留住的地址（同 COAXCHG：MAILING 1、RESIDENTIAL 2）
       01 HOLD-ACCOUNT         PIC X(30) VALUE SPACES.
       01 HOLD-RANK            PIC 9 VALUE 9.
       01 WS-RANK              PIC 9.
       01 HOLD-REC             PIC X(2400).
       01 WS-CUR-REC           PIC X(2400).

      *> 一筆地址排版的工作區
       01 WS-PART              PIC X(50).
       01 WS-PART-OUT          PIC X(200).
       01 WS-LINE-BUF          PIC X(1000).
       01 WS-LINE-PTR          PIC 9(4).
       01 VF-BODY              PIC X(1000).
       01 VF-LAST              PIC X(300).
       01 VF-CTRY              PIC X(200).
       01 VF-CTRY-CODE         PIC X(2).
       01 VF-REASON            PIC X(20).
       01 VF-ROMANIZED         PIC X.
       01 VF-BODY-ROOM         PIC 9(1).
       01 VF-LINE-COUNT        PIC 9(1).
       01 VF-LINE-TABLE.
           05 VF-LINE OCCURS 6 TIMES PIC X(200).
       01 VF-IDX               PIC 9(1).

      *> 廠商檔記錄（H 檔頭 / D 明細 / T 檔尾）
       01 VF-OUT-REC.
           05 VF-TYPE              PIC X(1).
           05 VF-BODY-AREA         PIC X(999).
           05 VF-HEADER REDEFINES VF-BODY-AREA.
              10 VF-H-VENDOR       PIC X(10).
              10 VF-H-LINES        PIC 9(1).
              10 VF-H-WIDTH        PIC 9(2).
              10 VF-H-CHARSET      PIC X(5).
              10 VF-H-CREATE-DATE  PIC 9(8).
              10 FILLER            PIC X(973).
           05 VF-DETAIL REDEFINES VF-BODY-AREA.
              10 VF-D-SEQ          PIC 9(9).
              10 VF-D-ACCOUNT      PIC X(30).
              10 VF-D-ROLE         PIC X(12).
              10 VF-D-LINES-USED   PIC 9(1).
      *>      行數 x 寬度，每行補滿到設定寬度（顯示欄位）
              10 VF-D-TEXT         PIC X(947).
           05 VF-TRAILER REDEFINES VF-BODY-AREA.
              10 VF-T-COUNT        PIC 9(9).
              10 FILLER            PIC X(990).
       01 VF-TEXT-PTR          PIC 9(4).

      *> 斷行：SPILTTOKEN WRAP-FOR-TERMINAL 的做法，寬度算顯示欄位
       01 WRAP-SOURCE          PIC X(1000).
       01 WRAP-LEN             PIC 9(4).
       01 WRAP-START           PIC 9(4).
       01 WRAP-END             PIC 9(4).
       01 WRAP-SCAN            PIC 9(4).
       01 WRAP-COLS            PIC 9(4).
       01 WRAP-FIT-END         PIC 9(4).
       01 WRAP-SPACE-END       PIC 9(4).
       01 WRAP-FULL            PIC X.
       01 WRAP-OVERFLOW        PIC X.
      *> 一個 UTF-8 字元的位元組數/顯示欄位數（同 LABELGEN）
       01 CH-BYTES             PIC 9(1).
       01 CH-COLS              PIC 9(1).
       01 COL-TEXT             PIC X(300).
       01 COL-LEN              PIC 9(4).
       01 COL-SCAN             PIC 9(4).
       01 COL-COUNT            PIC 9(4).
       01 COL-PAD              PIC 9(4).

      *> 縮寫字典（別名;標準形）
       01 ALIAS-TABLE.
           05 ALIAS-ENTRY OCCURS 500 TIMES.
               10 ALIAS-FROM     PIC X(50).
               10 ALIAS-TO       PIC X(50).
       01 ALIAS-COUNT          PIC 9(4) VALUE 0.
       01 AL-IDX               PIC 9(4).
       01 AL-SHORT             PIC X(50).
       01 AL-LONG              PIC X(50).
       01 AL-LONG-LEN          PIC 9(4).
       01 AL-SHORT-LEN         PIC 9(4).
       01 AL-WORK-LEN          PIC 9(4).
       01 AL-SCAN              PIC 9(4).
       01 AL-PTR               PIC 9(4).
       01 AL-BOUND-OK          PIC X.
       01 ALIAS-WORK           PIC X(1000).
       01 ALIAS-NEW            PIC X(1000).

      *> 拼音對照（漢字,拼音）
       01 PY-TABLE.
           05 PY-ENTRY OCCURS 3000 TIMES.
               10 PY-HANZI       PIC X(4).
               10 PY-HANZI-LEN   PIC 9(1).
               10 PY-TEXT        PIC X(10).
       01 PY-COUNT             PIC 9(4) VALUE 0.
       01 PY-IDX               PIC 9(4).
       01 PY-HANZI-RAW         PIC X(10).
       01 ROMANIZE-SRC         PIC X(50).
       01 ROMANIZE-OUT         PIC X(200).
       01 WS-PY-SCAN           PIC 9(4).
       01 WS-PY-LEN            PIC 9(4).
       01 WS-PY-WIDTH          PIC 9(1).
       01 WS-PY-CHAR           PIC X(4).
       01 WS-PY-OUT-PTR        PIC 9(4).
       01 WS-PY-HAS-CJK        PIC X.
       01 WS-PY-FOUND          PIC 9(4).
       01 WS-PY-UNMAPPED       PIC 9(4).

      *> 國名 → 兩碼代碼
       01 CC-TABLE.
           05 CC-ENTRY OCCURS 300 TIMES.
               10 CC-NAME        PIC X(40).
               10 CC-CODE        PIC X(2).
       01 CC-COUNT             PIC 9(3) VALUE 0.
       01 CC-IDX               PIC 9(3).
       01 CC-FOUND             PIC 9(3).
       01 WS-ADDR-COUNTRY      PIC X(50).

       01 CTL-MAST-READ        PIC 9(9) VALUE 0.
       01 CTL-NOT-ELIGIBLE     PIC 9(9) VALUE 0.
       01 CTL-SELECTED         PIC 9(9) VALUE 0.
       01 CTL-WRITTEN          PIC 9(9) VALUE 0.
       01 CTL-REJECTED         PIC 9(9) VALUE 0.
       01 CTL-ROMANIZED        PIC 9(9) VALUE 0.
       01 CTL-ABBREVIATED      PIC 9(9) VALUE 0.
       01 CTL-HARD-SPLIT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_VENDOR'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-VENDOR
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-VENDOR) TO WS-VENDOR-LOWER
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_PROFILE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROF-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_ALIAS_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ALIAS-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_PINYIN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PINYIN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_CC_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CC-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_HOME_COUNTRY'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
                   TO WS-HOME-COUNTRY
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-OUT-FILE-NAME WS-REJ-FILE-NAME
           STRING 'vendor_' FUNCTION TRIM(WS-VENDOR-LOWER) '_'
               WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-OUT-FILE-NAME
           STRING 'vendor_reject_' FUNCTION TRIM(WS-VENDOR-LOWER) '_'
               WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REJ-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-OUT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'VENDFMT_REJECT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REJ-FILE-NAME
           END-IF

           PERFORM LOAD-VENDOR-PROFILE
           IF VP-ABBREV = 'Y'
               PERFORM LOAD-ALIASES
           END-IF
           IF VP-ROMANIZE = 'Y'
               PERFORM LOAD-PINYIN
           END-IF
           PERFORM LOAD-COUNTRY-CODES

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "VENDFMT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY "VENDFMT: cannot create "
                   FUNCTION TRIM(WS-OUT-FILE-NAME)
                   " (status " WS-OUT-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJ-FILE
           MOVE SPACES TO REJ-REC
           STRING "Vendor;Account;Role;Reason;Address"
               DELIMITED BY SIZE INTO REJ-REC
           WRITE REJ-REC

           MOVE SPACES TO VF-OUT-REC
           MOVE 'H' TO VF-TYPE
           MOVE WS-VENDOR TO VF-H-VENDOR
           MOVE VP-LINES TO VF-H-LINES
           MOVE VP-WIDTH TO VF-H-WIDTH
           MOVE VP-CHARSET TO VF-H-CHARSET
           MOVE WS-RUN-DATE TO VF-H-CREATE-DATE
           WRITE OUT-LINE FROM VF-OUT-REC

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO WALK-DONE
                   NOT AT END
                       ADD 1 TO CTL-MAST-READ
                       PERFORM CONSIDER-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM FLUSH-HELD-ADDRESS

           MOVE SPACES TO VF-OUT-REC
           MOVE 'T' TO VF-TYPE
           MOVE CTL-WRITTEN TO VF-T-COUNT
           WRITE OUT-LINE FROM VF-OUT-REC
           CLOSE MAST-FILE OUT-FILE REJ-FILE

           DISPLAY "VENDFMT: vendor " FUNCTION TRIM(WS-VENDOR) " ("
               VP-LINES " x " VP-WIDTH " " FUNCTION TRIM(VP-CHARSET)
               ") - " CTL-WRITTEN " address(es) written to "
               FUNCTION TRIM(WS-OUT-FILE-NAME)
           DISPLAY "VENDFMT control: " CTL-SELECTED " selected = "
               CTL-WRITTEN " written + " CTL-REJECTED " rejected ("
               CTL-MAST-READ " master record(s) read, "
               CTL-NOT-ELIGIBLE " not eligible)"
           IF VP-ROMANIZE = 'Y'
               DISPLAY "VENDFMT: " CTL-ROMANIZED " address(es) "
                   "romanized"
           END-IF
           IF VP-ABBREV = 'Y'
               DISPLAY "VENDFMT: " CTL-ABBREVIATED " abbreviation(s) "
                   "applied from " FUNCTION TRIM(WS-ALIAS-FILE-NAME)
           END-IF
           IF CTL-HARD-SPLIT > 0
               DISPLAY "VENDFMT: " CTL-HARD-SPLIT " word(s) longer "
                   "than a line split across lines"
           END-IF
           IF CTL-REJECTED > 0
               DISPLAY "VENDFMT: " CTL-REJECTED " address(es) do not "
                   "fit the vendor format - see "
                   FUNCTION TRIM(WS-REJ-FILE-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> 廠商設定：設定檔裡找這個廠商；沒有設定檔或檔裡沒有時，
      *> CARD/CHEQUE 用內建值，其他廠商不認得就停
       LOAD-VENDOR-PROFILE.
           MOVE 'N' TO REF-EOF
           OPEN INPUT PROF-FILE
           IF WS-REF-STATUS = '00'
               PERFORM UNTIL REF-EOF = 'Y'
                   READ PROF-FILE
                       AT END MOVE 'Y' TO REF-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PROF-REC) NOT = SPACES
                              AND PROF-REC(1:1) NOT = '*'
                              AND WS-PROF-FOUND = 'N'
                               PERFORM TAKE-PROFILE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROF-FILE
           END-IF
           IF WS-PROF-FOUND = 'N'
               EVALUATE WS-VENDOR
                   WHEN 'CARD'
                       MOVE '4' TO VP-LINES-X
                       MOVE '26' TO VP-WIDTH-X
                   WHEN 'CHEQUE'
                       MOVE '3' TO VP-LINES-X
                       MOVE '40' TO VP-WIDTH-X
                   WHEN OTHER
                       DISPLAY "VENDFMT: vendor "
                           FUNCTION TRIM(WS-VENDOR)
                           " not in " FUNCTION TRIM(WS-PROF-FILE-NAME)
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               MOVE 'ASCII' TO VP-CHARSET
               MOVE 'UPPER' TO VP-CASE
               MOVE 'Y' TO VP-ABBREV
               MOVE 'Y' TO VP-ROMANIZE
           END-IF

           IF FUNCTION TRIM(VP-LINES-X) IS NOT NUMERIC
              OR FUNCTION TRIM(VP-WIDTH-X) IS NOT NUMERIC
               DISPLAY "VENDFMT: vendor " FUNCTION TRIM(WS-VENDOR)
                   " line count/width must be numeric"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION NUMVAL(VP-LINES-X) < 2
              OR FUNCTION NUMVAL(VP-LINES-X) > 6
              OR FUNCTION NUMVAL(VP-WIDTH-X) < 10
              OR FUNCTION NUMVAL(VP-WIDTH-X) > 80
               DISPLAY "VENDFMT: vendor " FUNCTION TRIM(WS-VENDOR)
                   " needs 2-6 lines of 10-80 characters"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(VP-LINES-X) TO VP-LINES
           MOVE FUNCTION NUMVAL(VP-WIDTH-X) TO VP-WIDTH
           IF VP-CHARSET NOT = 'ASCII' AND VP-CHARSET NOT = 'UTF8'
               DISPLAY "VENDFMT: vendor " FUNCTION TRIM(WS-VENDOR)
                   " character set must be ASCII or UTF8"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VP-CASE NOT = 'UPPER' AND VP-CASE NOT = 'MIXED'
               DISPLAY "VENDFMT: vendor " FUNCTION TRIM(WS-VENDOR)
                   " case must be UPPER or MIXED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-PROFILE-LINE.
           MOVE SPACES TO VP-VENDOR VP-LINES-X VP-WIDTH-X VP-CHARSET
               VP-CASE VP-ABBREV VP-ROMANIZE
           UNSTRING PROF-REC DELIMITED BY ';'
               INTO VP-VENDOR VP-LINES-X VP-WIDTH-X VP-CHARSET
                    VP-CASE VP-ABBREV VP-ROMANIZE
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(VP-VENDOR))
              NOT = WS-VENDOR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PROF-FOUND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VP-CHARSET))
               TO VP-CHARSET
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(VP-CASE)) TO VP-CASE
           MOVE FUNCTION UPPER-CASE(VP-ABBREV) TO VP-ABBREV
           MOVE FUNCTION UPPER-CASE(VP-ROMANIZE) TO VP-ROMANIZE.

      *> 縮寫字典：一行「別名;標準形」（同 AddressSplitterFinal）
       LOAD-ALIASES.
           MOVE 'N' TO REF-EOF
           OPEN INPUT ALIAS-FILE
           IF WS-REF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REF-EOF = 'Y'
               READ ALIAS-FILE
                   AT END MOVE 'Y' TO REF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ALIAS-REC) NOT = SPACES
                          AND ALIAS-REC(1:1) NOT = '*'
                          AND ALIAS-COUNT < 500
                           ADD 1 TO ALIAS-COUNT
                           UNSTRING ALIAS-REC DELIMITED BY ';'
                               INTO ALIAS-FROM(ALIAS-COUNT)
                                    ALIAS-TO(ALIAS-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALIAS-FILE.

      *> 拼音對照：一行「漢字,拼音」，漢字取第一個 UTF-8 字元
       LOAD-PINYIN.
           MOVE 'N' TO REF-EOF
           OPEN INPUT PINYIN-FILE
           IF WS-REF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REF-EOF = 'Y'
               READ PINYIN-FILE
                   AT END MOVE 'Y' TO REF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PINYIN-REC) NOT = SPACES
                          AND PY-COUNT < 3000
                           ADD 1 TO PY-COUNT
                           MOVE SPACES TO PY-HANZI-RAW
                           UNSTRING PINYIN-REC DELIMITED BY ','
                               INTO PY-HANZI-RAW
                                    PY-TEXT(PY-COUNT)
                           END-UNSTRING
                           MOVE PY-HANZI-RAW(1:4) TO PY-HANZI(PY-COUNT)
                           EVALUATE TRUE
                               WHEN PY-HANZI-RAW(1:1) >= X'F0'
                                   MOVE 4 TO PY-HANZI-LEN(PY-COUNT)
                               WHEN PY-HANZI-RAW(1:1) >= X'E0'
                                   MOVE 3 TO PY-HANZI-LEN(PY-COUNT)
                               WHEN PY-HANZI-RAW(1:1) >= X'C0'
                                   MOVE 2 TO PY-HANZI-LEN(PY-COUNT)
                               WHEN OTHER
                                   MOVE 1 TO PY-HANZI-LEN(PY-COUNT)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PINYIN-FILE.

      *> 國名代碼表：一行「國名;代碼」（同 TAXINDIC）
       LOAD-COUNTRY-CODES.
           MOVE 'N' TO REF-EOF
           OPEN INPUT CC-FILE
           IF WS-REF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REF-EOF = 'Y'
               READ CC-FILE
                   AT END MOVE 'Y' TO REF-EOF
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

      *> 一筆主檔記錄：帳號換了先把上一個帳號留住的地址排版；
      *> 塗銷過、沒有可投遞地址、或營業地址不考慮（同 COAXCHG）
       CONSIDER-ONE-RECORD.
           IF MAST-ACCOUNT-ID NOT = HOLD-ACCOUNT
               MOVE MAST-REC TO WS-CUR-REC
               PERFORM FLUSH-HELD-ADDRESS
               MOVE WS-CUR-REC TO MAST-REC
               MOVE MAST-ACCOUNT-ID TO HOLD-ACCOUNT
               MOVE 9 TO HOLD-RANK
           END-IF
           EVALUATE TRUE
               WHEN MAST-ROLE-MAILING
                   MOVE 1 TO WS-RANK
               WHEN MAST-ROLE-RESIDENTIAL
                   MOVE 2 TO WS-RANK
               WHEN OTHER
                   ADD 1 TO CTL-NOT-ELIGIBLE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF MAST-OTHER = '*ERASED*'
              OR (MAST-CITY = SPACES AND MAST-ZIP = SPACES
                  AND MAST-POBOX = SPACES)
               ADD 1 TO CTL-NOT-ELIGIBLE
               EXIT PARAGRAPH
           END-IF
           IF WS-RANK < HOLD-RANK
               MOVE WS-RANK TO HOLD-RANK
               MOVE MAST-REC TO HOLD-REC
           END-IF.

       FLUSH-HELD-ADDRESS.
           IF HOLD-RANK = 9
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-REC TO MAST-REC
           MOVE 9 TO HOLD-RANK
           ADD 1 TO CTL-SELECTED
           PERFORM FORMAT-VENDOR-ADDRESS
           IF VF-REASON = SPACES
               PERFORM WRITE-VENDOR-DETAIL
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      *> 一個地址排成廠商的行：本文、城市郵遞區號行、國外的國名
      *> 行；排不下的只記 VF-REASON，不截斷
       FORMAT-VENDOR-ADDRESS.
           MOVE SPACES TO VF-REASON VF-BODY VF-LAST VF-CTRY
               VF-LINE-TABLE
           MOVE 'N' TO VF-ROMANIZED
           MOVE 0 TO VF-LINE-COUNT
           IF MAST-UNDELIV-FLAG = 'U'
               MOVE 'UNDELIVERABLE' TO VF-REASON
           END-IF

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE MAST-RM TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-F TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-BUILDING TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-NO TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-ALY TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-LN TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-SEC TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-STREET TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-AVENUE TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-WAY TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-BLVD TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-ROAD TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-DRIVE TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-POBOX TO WS-PART
           PERFORM APPEND-LINE-PART
           IF WS-LINE-PTR = 1 AND VF-REASON = SPACES
               MOVE 'NO STREET' TO VF-REASON
           END-IF
           MOVE MAST-TOWN TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-DISTRICT TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO VF-BODY

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE MAST-CITY TO WS-PART
           PERFORM APPEND-LINE-PART
           IF MAST-STATE NOT = SPACES
               MOVE MAST-STATE TO WS-PART
           ELSE
               MOVE MAST-PROVINCE TO WS-PART
           END-IF
           PERFORM APPEND-LINE-PART
           MOVE MAST-ZIP TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO VF-LAST
           IF MAST-CITY = SPACES AND MAST-ZIP = SPACES
              AND VF-REASON = SPACES
               MOVE 'NO CITY/ZIP' TO VF-REASON
           END-IF

           PERFORM CHECK-FOREIGN-COUNTRY
           IF VF-CTRY-CODE NOT = WS-HOME-COUNTRY
               MOVE SPACES TO WS-LINE-BUF
               MOVE 1 TO WS-LINE-PTR
               MOVE MAST-COUNTRY TO WS-PART
               PERFORM APPEND-LINE-PART
               MOVE WS-LINE-BUF TO VF-CTRY
           END-IF
           IF VF-ROMANIZED = 'Y'
               ADD 1 TO CTL-ROMANIZED
           END-IF

           IF VP-ABBREV = 'Y' AND ALIAS-COUNT > 0
               MOVE VF-BODY TO ALIAS-WORK
               PERFORM ABBREVIATE-WORK
               MOVE ALIAS-WORK TO VF-BODY
               MOVE VF-LAST TO ALIAS-WORK
               PERFORM ABBREVIATE-WORK
               MOVE ALIAS-WORK TO VF-LAST
           END-IF
           IF VP-CASE = 'UPPER'
               MOVE FUNCTION UPPER-CASE(VF-BODY) TO VF-BODY
               MOVE FUNCTION UPPER-CASE(VF-LAST) TO VF-LAST
               MOVE FUNCTION UPPER-CASE(VF-CTRY) TO VF-CTRY
           END-IF
           IF VP-CHARSET = 'ASCII' AND VF-REASON = SPACES
               MOVE VF-BODY TO WRAP-SOURCE
               PERFORM CHECK-ASCII-ONLY
               MOVE VF-LAST TO WRAP-SOURCE
               PERFORM CHECK-ASCII-ONLY
               MOVE VF-CTRY TO WRAP-SOURCE
               PERFORM CHECK-ASCII-ONLY
           END-IF
           IF VF-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           *> 城市郵遞區號行、國名行整行不拆，本文放剩下的行數
           MOVE VF-LAST TO COL-TEXT
           PERFORM COUNT-COLUMNS
           IF COL-COUNT > VP-WIDTH
               MOVE 'CITY/ZIP TOO WIDE' TO VF-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE VF-BODY-ROOM = VP-LINES - 1
           IF VF-CTRY NOT = SPACES
               MOVE VF-CTRY TO COL-TEXT
               PERFORM COUNT-COLUMNS
               IF COL-COUNT > VP-WIDTH
                   MOVE 'COUNTRY TOO WIDE' TO VF-REASON
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM VF-BODY-ROOM
           END-IF
           PERFORM WRAP-BODY
           IF WRAP-OVERFLOW = 'Y'
               MOVE 'TOO MANY LINES' TO VF-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VF-LINE-COUNT
           MOVE VF-LAST TO VF-LINE(VF-LINE-COUNT)
           IF VF-CTRY NOT = SPACES
               ADD 1 TO VF-LINE-COUNT
               MOVE VF-CTRY TO VF-LINE(VF-LINE-COUNT)
           END-IF.

      *> 非空白的欄位值（要轉拼音的先轉）接到地址行後面，中間
      *> 隔一個空白
       APPEND-LINE-PART.
           IF WS-PART = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART TO WS-PART-OUT
           IF VP-ROMANIZE = 'Y'
               MOVE WS-PART TO ROMANIZE-SRC
               PERFORM ROMANIZE-FIELD
               IF WS-PY-HAS-CJK = 'Y'
                   MOVE 'Y' TO VF-ROMANIZED
                   MOVE ROMANIZE-OUT TO WS-PART-OUT
                   IF WS-PY-UNMAPPED > 0 AND VF-REASON = SPACES
                       MOVE 'NO ROMANIZATION' TO VF-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-LINE-PTR > 1
               STRING " " DELIMITED BY SIZE INTO WS-LINE-BUF
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-PART-OUT) DELIMITED BY SIZE
               INTO WS-LINE-BUF
               WITH POINTER WS-LINE-PTR
           END-STRING.

      *> 國別空白 = 國內；兩碼代碼直接比，國名查代碼表，查不到
      *> 的當國外（國名照印）
       CHECK-FOREIGN-COUNTRY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY))
               TO WS-ADDR-COUNTRY
           MOVE SPACES TO VF-CTRY-CODE
           IF WS-ADDR-COUNTRY = SPACES
               MOVE WS-HOME-COUNTRY TO VF-CTRY-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CC-FOUND
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT OR CC-FOUND > 0
               IF CC-NAME(CC-IDX) = WS-ADDR-COUNTRY
                  OR CC-CODE(CC-IDX) = WS-ADDR-COUNTRY
                   MOVE CC-IDX TO CC-FOUND
               END-IF
           END-PERFORM
           IF CC-FOUND > 0
               MOVE CC-CODE(CC-FOUND) TO VF-CTRY-CODE
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ADDR-COUNTRY)) = 2
                   MOVE WS-ADDR-COUNTRY TO VF-CTRY-CODE
               ELSE
                   MOVE '??' TO VF-CTRY-CODE
               END-IF
           END-IF.

      *> ASCII 廠商：可見 ASCII 以外的位元組（沒轉拼音的中文）退件
       CHECK-ASCII-ONLY.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WRAP-SOURCE TRAILING))
               TO WRAP-LEN
           PERFORM VARYING WRAP-SCAN FROM 1 BY 1
                   UNTIL WRAP-SCAN > WRAP-LEN OR VF-REASON NOT = SPACES
               IF WRAP-SOURCE(WRAP-SCAN:1) >= X'80'
                  OR WRAP-SOURCE(WRAP-SCAN:1) < X'20'
                   MOVE 'NON-ASCII' TO VF-REASON
               END-IF
           END-PERFORM.

      *> 縮寫：字典每一行「別名;標準形」較長的一邊換成較短的一邊
      *> （比對不分大小寫、前後不能緊接英數字，同 AddressSplitter-
      *> Final 的 APPLY-ALIASES-TO-SEGMENT）
       ABBREVIATE-WORK.
           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALIAS-COUNT
               IF FUNCTION LENGTH(FUNCTION TRIM(ALIAS-FROM(AL-IDX)))
                  < FUNCTION LENGTH(FUNCTION TRIM(ALIAS-TO(AL-IDX)))
                   MOVE FUNCTION TRIM(ALIAS-FROM(AL-IDX)) TO AL-SHORT
                   MOVE FUNCTION TRIM(ALIAS-TO(AL-IDX)) TO AL-LONG
               ELSE
                   MOVE FUNCTION TRIM(ALIAS-TO(AL-IDX)) TO AL-SHORT
                   MOVE FUNCTION TRIM(ALIAS-FROM(AL-IDX)) TO AL-LONG
               END-IF
               MOVE FUNCTION LENGTH(FUNCTION TRIM(AL-LONG))
                   TO AL-LONG-LEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(AL-SHORT))
                   TO AL-SHORT-LEN
               IF AL-LONG = SPACES OR AL-SHORT = SPACES
                  OR AL-SHORT-LEN >= AL-LONG-LEN
                   MOVE 0 TO AL-LONG-LEN
               END-IF
               IF AL-LONG-LEN > 0
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       ALIAS-WORK TRAILING)) TO AL-WORK-LEN
                   MOVE 1 TO AL-SCAN
                   PERFORM UNTIL AL-SCAN + AL-LONG-LEN - 1
                           > AL-WORK-LEN
                       IF FUNCTION UPPER-CASE(
                          ALIAS-WORK(AL-SCAN:AL-LONG-LEN)) =
                          FUNCTION UPPER-CASE(AL-LONG(1:AL-LONG-LEN))
                           PERFORM CHECK-ALIAS-BOUNDARY
                       ELSE
                           MOVE 'N' TO AL-BOUND-OK
                       END-IF
                       IF AL-BOUND-OK = 'Y'
                           PERFORM REWRITE-ABBREV-AT-SCAN
                       ELSE
                           ADD 1 TO AL-SCAN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-ALIAS-BOUNDARY.
           MOVE 'Y' TO AL-BOUND-OK
           IF AL-SCAN > 1
               IF (FUNCTION UPPER-CASE(ALIAS-WORK(AL-SCAN - 1:1))
                   >= 'A' AND
                   FUNCTION UPPER-CASE(ALIAS-WORK(AL-SCAN - 1:1))
                   <= 'Z')
                  OR (ALIAS-WORK(AL-SCAN - 1:1) >= '0' AND
                      ALIAS-WORK(AL-SCAN - 1:1) <= '9')
                   MOVE 'N' TO AL-BOUND-OK
               END-IF
           END-IF
           IF AL-SCAN + AL-LONG-LEN <= AL-WORK-LEN
               IF (FUNCTION UPPER-CASE(
                   ALIAS-WORK(AL-SCAN + AL-LONG-LEN:1)) >= 'A' AND
                   FUNCTION UPPER-CASE(
                   ALIAS-WORK(AL-SCAN + AL-LONG-LEN:1)) <= 'Z')
                  OR (ALIAS-WORK(AL-SCAN + AL-LONG-LEN:1) >= '0' AND
                      ALIAS-WORK(AL-SCAN + AL-LONG-LEN:1) <= '9')
                   MOVE 'N' TO AL-BOUND-OK
               END-IF
           END-IF.

       REWRITE-ABBREV-AT-SCAN.
           MOVE SPACES TO ALIAS-NEW
           MOVE 1 TO AL-PTR
           IF AL-SCAN > 1
               STRING ALIAS-WORK(1:AL-SCAN - 1)
                   DELIMITED BY SIZE INTO ALIAS-NEW
                   WITH POINTER AL-PTR
               END-STRING
           END-IF
           STRING AL-SHORT(1:AL-SHORT-LEN)
               DELIMITED BY SIZE INTO ALIAS-NEW
               WITH POINTER AL-PTR
           END-STRING
           IF AL-SCAN + AL-LONG-LEN <= AL-WORK-LEN
               STRING ALIAS-WORK(AL-SCAN + AL-LONG-LEN:
                   AL-WORK-LEN - AL-SCAN - AL-LONG-LEN + 1)
                   DELIMITED BY SIZE INTO ALIAS-NEW
                   WITH POINTER AL-PTR
               END-STRING
           END-IF
           MOVE ALIAS-NEW TO ALIAS-WORK
           ADD 1 TO CTL-ABBREVIATED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ALIAS-WORK TRAILING))
               TO AL-WORK-LEN
           COMPUTE AL-SCAN = AL-SCAN + AL-SHORT-LEN.

      *> 中文欄位逐字轉拼音（同 AddressSplitterFinal 的
      *> ROMANIZE-FIELD），查不到的字記 '?' 並算進 WS-PY-UNMAPPED
       ROMANIZE-FIELD.
           MOVE SPACES TO ROMANIZE-OUT
           MOVE 'N' TO WS-PY-HAS-CJK
           MOVE 0 TO WS-PY-UNMAPPED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ROMANIZE-SRC TRAILING))
               TO WS-PY-LEN
           PERFORM VARYING WS-PY-SCAN FROM 1 BY 1
                   UNTIL WS-PY-SCAN > WS-PY-LEN
               IF ROMANIZE-SRC(WS-PY-SCAN:1) >= X'80'
                   MOVE 'Y' TO WS-PY-HAS-CJK
               END-IF
           END-PERFORM
           IF WS-PY-HAS-CJK = 'N' OR WS-PY-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-PY-OUT-PTR
           MOVE 1 TO WS-PY-SCAN
           PERFORM UNTIL WS-PY-SCAN > WS-PY-LEN
               EVALUATE TRUE
                   WHEN ROMANIZE-SRC(WS-PY-SCAN:1) < X'80'
                       MOVE 1 TO WS-PY-WIDTH
                   WHEN ROMANIZE-SRC(WS-PY-SCAN:1) >= X'F0'
                       MOVE 4 TO WS-PY-WIDTH
                   WHEN ROMANIZE-SRC(WS-PY-SCAN:1) >= X'E0'
                       MOVE 3 TO WS-PY-WIDTH
                   WHEN ROMANIZE-SRC(WS-PY-SCAN:1) >= X'C0'
                       MOVE 2 TO WS-PY-WIDTH
                   WHEN OTHER
                       MOVE 1 TO WS-PY-WIDTH
               END-EVALUATE
               IF WS-PY-SCAN + WS-PY-WIDTH - 1 > WS-PY-LEN
                   COMPUTE WS-PY-WIDTH = WS-PY-LEN - WS-PY-SCAN + 1
               END-IF

               IF WS-PY-WIDTH = 1
                   STRING ROMANIZE-SRC(WS-PY-SCAN:1)
                       DELIMITED BY SIZE INTO ROMANIZE-OUT
                       WITH POINTER WS-PY-OUT-PTR
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-PY-CHAR
                   MOVE ROMANIZE-SRC(WS-PY-SCAN:WS-PY-WIDTH)
                       TO WS-PY-CHAR
                   MOVE 0 TO WS-PY-FOUND
                   PERFORM VARYING PY-IDX FROM 1 BY 1
                           UNTIL PY-IDX > PY-COUNT
                              OR WS-PY-FOUND > 0
                       IF PY-HANZI-LEN(PY-IDX) = WS-PY-WIDTH
                          AND PY-HANZI(PY-IDX) = WS-PY-CHAR
                           MOVE PY-IDX TO WS-PY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PY-FOUND > 0
                       STRING FUNCTION TRIM(PY-TEXT(WS-PY-FOUND))
                           " " DELIMITED BY SIZE INTO ROMANIZE-OUT
                           WITH POINTER WS-PY-OUT-PTR
                       END-STRING
                   ELSE
                       ADD 1 TO WS-PY-UNMAPPED
                       STRING "? " DELIMITED BY SIZE
                           INTO ROMANIZE-OUT
                           WITH POINTER WS-PY-OUT-PTR
                       END-STRING
                   END-IF
               END-IF
               ADD WS-PY-WIDTH TO WS-PY-SCAN
           END-PERFORM.

      *> 本文斷行：SPILTTOKEN WRAP-FOR-TERMINAL 的做法 - 從行頭往後
      *> 收到寬度為止，在最後一個空白處斷；一個字就比一行還長才
      *> 硬切（照字元邊界切，不會把中文字切半）。行數超過本文可用
      *> 的行數就停，WRAP-OVERFLOW = Y。
       WRAP-BODY.
           MOVE 'N' TO WRAP-OVERFLOW
           MOVE SPACES TO WRAP-SOURCE
           MOVE FUNCTION TRIM(VF-BODY) TO WRAP-SOURCE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(VF-BODY)) TO WRAP-LEN
           IF VF-BODY = SPACES
               MOVE 0 TO WRAP-LEN
           END-IF
           MOVE 1 TO WRAP-START
           PERFORM UNTIL WRAP-START > WRAP-LEN OR WRAP-OVERFLOW = 'Y'
               IF VF-LINE-COUNT >= VF-BODY-ROOM
                   MOVE 'Y' TO WRAP-OVERFLOW
               ELSE
                   PERFORM FIND-WRAP-END
                   ADD 1 TO VF-LINE-COUNT
                   MOVE WRAP-SOURCE(WRAP-START:
                       WRAP-END - WRAP-START + 1)
                       TO VF-LINE(VF-LINE-COUNT)
                   COMPUTE WRAP-START = WRAP-END + 1
                   PERFORM UNTIL WRAP-START > WRAP-LEN
                           OR WRAP-SOURCE(WRAP-START:1) NOT = ' '
                       ADD 1 TO WRAP-START
                   END-PERFORM
               END-IF
           END-PERFORM.

       FIND-WRAP-END.
           MOVE 0 TO WRAP-COLS WRAP-SPACE-END
           COMPUTE WRAP-FIT-END = WRAP-START - 1
           MOVE WRAP-START TO WRAP-SCAN
           MOVE 'N' TO WRAP-FULL
           PERFORM UNTIL WRAP-SCAN > WRAP-LEN OR WRAP-FULL = 'Y'
               MOVE WRAP-SOURCE(WRAP-SCAN:1) TO COL-TEXT(1:1)
               PERFORM CLASSIFY-CHAR
               IF WRAP-COLS + CH-COLS > VP-WIDTH
                   MOVE 'Y' TO WRAP-FULL
               ELSE
                   IF WRAP-SOURCE(WRAP-SCAN:1) = ' '
                       COMPUTE WRAP-SPACE-END = WRAP-SCAN - 1
                   END-IF
                   ADD CH-COLS TO WRAP-COLS
                   COMPUTE WRAP-FIT-END = WRAP-SCAN + CH-BYTES - 1
                   ADD CH-BYTES TO WRAP-SCAN
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WRAP-FULL = 'N'
                   MOVE WRAP-LEN TO WRAP-END
               WHEN WRAP-SOURCE(WRAP-SCAN:1) = ' '
                   MOVE WRAP-FIT-END TO WRAP-END
               WHEN WRAP-SPACE-END >= WRAP-START
                   MOVE WRAP-SPACE-END TO WRAP-END
               WHEN OTHER
                   MOVE WRAP-FIT-END TO WRAP-END
                   ADD 1 TO CTL-HARD-SPLIT
           END-EVALUATE
           IF WRAP-END > WRAP-LEN
               MOVE WRAP-LEN TO WRAP-END
           END-IF.

      *> 一個字元的位元組數與顯示欄位數：看 COL-TEXT(1:1) 的第一個
      *> 位元組（多位元組字元佔兩個顯示欄位，同 LABELGEN）
       CLASSIFY-CHAR.
           EVALUATE TRUE
               WHEN COL-TEXT(1:1) < X'80'
                   MOVE 1 TO CH-BYTES
                   MOVE 1 TO CH-COLS
               WHEN COL-TEXT(1:1) >= X'F0'
                   MOVE 4 TO CH-BYTES
                   MOVE 2 TO CH-COLS
               WHEN COL-TEXT(1:1) >= X'E0'
                   MOVE 3 TO CH-BYTES
                   MOVE 2 TO CH-COLS
               WHEN COL-TEXT(1:1) >= X'C0'
                   MOVE 2 TO CH-BYTES
                   MOVE 2 TO CH-COLS
               WHEN OTHER
                   MOVE 1 TO CH-BYTES
                   MOVE 1 TO CH-COLS
           END-EVALUATE.

      *> COL-TEXT 去掉尾端空白後佔幾個顯示欄位（COL-LEN 位元組）
       COUNT-COLUMNS.
           MOVE 0 TO COL-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(COL-TEXT TRAILING))
               TO COL-LEN
           IF COL-TEXT = SPACES
               MOVE 0 TO COL-LEN
           END-IF
           MOVE 1 TO COL-SCAN
           PERFORM UNTIL COL-SCAN > COL-LEN
               EVALUATE TRUE
                   WHEN COL-TEXT(COL-SCAN:1) < X'80'
                       ADD 1 TO COL-COUNT
                       ADD 1 TO COL-SCAN
                   WHEN COL-TEXT(COL-SCAN:1) >= X'F0'
                       ADD 2 TO COL-COUNT
                       ADD 4 TO COL-SCAN
                   WHEN COL-TEXT(COL-SCAN:1) >= X'E0'
                       ADD 2 TO COL-COUNT
                       ADD 3 TO COL-SCAN
                   WHEN COL-TEXT(COL-SCAN:1) >= X'C0'
                       ADD 2 TO COL-COUNT
                       ADD 2 TO COL-SCAN
                   WHEN OTHER
                       ADD 1 TO COL-COUNT
                       ADD 1 TO COL-SCAN
               END-EVALUATE
           END-PERFORM.

      *> 明細：每一行補滿到設定寬度，用不到的行整行空白
       WRITE-VENDOR-DETAIL.
           ADD 1 TO CTL-WRITTEN
           MOVE SPACES TO VF-OUT-REC
           MOVE 'D' TO VF-TYPE
           MOVE CTL-WRITTEN TO VF-D-SEQ
           MOVE MAST-ACCOUNT-ID TO VF-D-ACCOUNT
           MOVE MAST-ADDR-ROLE TO VF-D-ROLE
           MOVE VF-LINE-COUNT TO VF-D-LINES-USED
           MOVE 1 TO VF-TEXT-PTR
           PERFORM VARYING VF-IDX FROM 1 BY 1 UNTIL VF-IDX > VP-LINES
               MOVE VF-LINE(VF-IDX) TO COL-TEXT
               PERFORM COUNT-COLUMNS
               IF COL-LEN > 0
                   STRING COL-TEXT(1:COL-LEN) DELIMITED BY SIZE
                       INTO VF-D-TEXT
                       WITH POINTER VF-TEXT-PTR
                   END-STRING
               END-IF
               COMPUTE COL-PAD = VP-WIDTH - COL-COUNT
               ADD COL-PAD TO VF-TEXT-PTR
           END-PERFORM
           WRITE OUT-LINE FROM VF-OUT-REC.

       WRITE-REJECT-LINE.
           ADD 1 TO CTL-REJECTED
           MOVE SPACES TO REJ-REC
           STRING FUNCTION TRIM(WS-VENDOR) ";"
               FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(VF-REASON) ";"
               FUNCTION TRIM(VF-BODY) " / " FUNCTION TRIM(VF-LAST)
               " " FUNCTION TRIM(VF-CTRY)
               DELIMITED BY SIZE INTO REJ-REC
           WRITE REJ-REC.
