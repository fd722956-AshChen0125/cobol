       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOIMPORT.
      *> ISO 20022 入站地址匯入：ISO20022 把我們的結構化地址送給
      *> 付款閘道，反方向進來的 pacs.008 / pain.001 電文裡債務人
      *> （Dbtr）與債權人（Cdtr）的 PstlAdr 一直沒人讀。這支讀入站
      *> 電文檔（ISOIMP_IN_FILE，預設 iso_inbound.xml，一個檔可以
      *> 接好幾份 <Document>），逐筆抽出 StrtNm / BldgNb / BldgNm /
      *> Flr / Room / PstBx / PstCd / TwnNm / TwnLctnNm / DstrctNm /
      *> CtrySubDvsn / Ctry / AdrLine，轉成標準 29 欄：
      *>   StrtNm      → 依字尾放 Road/Avenue/Boulevard/Way/Drive，
      *>                 其他放 Street（ISO20022 出站對映的反向）
      *>   BldgNb → NO、BldgNm → Building、Flr → F、Room → RM、
      *>   PstBx → POBox、PstCd → Zip、TwnNm → City、
      *>   TwnLctnNm → Town、DstrctNm → District、
      *>   CtrySubDvsn → State、Ctry → Country（兩碼代碼依
      *>   country_codes.txt 換回國名，跟主檔一致）
      *> 只有 AdrLine 的非結構化地址丟 ADDRPARSE 拆欄（跟
      *> BANKADDRESS 同一套）；結構化元素跟 AdrLine 都有的，以結構化
      *> 為準，AdrLine 放 Other。
      *> 帳號（DbtrAcct / CdtrAcct 的 IBAN 或 Othr/Id，經
      *> iso_account_map.txt「電文帳號;本行帳號」轉換，沒列的原樣）
      *> 是本行客戶的，依 BUSINESS → MAILING → RESIDENTIAL 取主檔
      *> 第一個有的地址比對街道、門牌、郵遞區號、城市、行政區、
      *> 國家（電文有給的欄位才比，不分大小寫），不一樣的一欄
      *> 一行寫差異報表 - 企業客戶常常先在付款電文改地址，很久
      *> 以後才通知分行。
      *>   ISOIMP_IN_FILE     = 入站電文檔
      *>   ISOIMP_ACCOUNT_MAP = 帳號對照檔（可以沒有）
      *>   ISO_CC_FILE        = 國名/代碼表（跟 ISO20022 共用）
      *>   ADDRMAST_MAST_FILE = 地址主檔
      *> 輸出 iso_inbound_addr_YYYYMMDD.txt（電文參考鍵 + 29 欄）、
      *> iso_inbound_diff_YYYYMMDD.txt（差異）。電文檔或主檔開不了
      *> RC 12；國名/代碼表不在（國家只能留代碼）RC 4。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT CC-FILE ASSIGN TO DYNAMIC WS-CC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT AM-FILE ASSIGN TO DYNAMIC WS-AM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AM-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIFF-FILE ASSIGN TO DYNAMIC WS-DIFF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-REC          PIC X(32000).
       FD  CC-FILE.
       01  CC-REC          PIC X(50).
       FD  AM-FILE.
       01  AM-REC          PIC X(100).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  OUT-FILE.
       01  OUT-REC         PIC X(3000).
       FD  DIFF-FILE.
       01  DIFF-REC        PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-IN-FILE-NAME      PIC X(100).
       01 WS-IN-FILE-STATUS    PIC XX.
       01 WS-CC-FILE-NAME      PIC X(100).
       01 WS-CC-STATUS         PIC XX.
       01 WS-AM-FILE-NAME      PIC X(100).
       01 WS-AM-STATUS         PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-OUT-FILE-NAME     PIC X(100).
       01 WS-DIFF-FILE-NAME    PIC X(100).
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 CC-EOF               PIC X VALUE 'N'.
       01 AM-EOF               PIC X VALUE 'N'.

       *> 國名 ↔ 兩碼代碼
       01 CC-TABLE.
           05 CC-ENTRY OCCURS 300 TIMES.
               10 CC-NAME        PIC X(40).
               10 CC-CODE        PIC X(2).
       01 CC-COUNT             PIC 9(3) VALUE 0.
       01 CC-IDX               PIC 9(3).
       01 CC-FOUND             PIC 9(3).

       *> 電文帳號 → 本行帳號（排序後 SEARCH ALL）
       01 AM-COUNT             PIC 9(6) VALUE 1.
       01 AM-TABLE.
           05 AM-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON AM-COUNT
                   ASCENDING KEY IS AM-MSG-ACCT
                   INDEXED BY AM-IX.
               10 AM-MSG-ACCT    PIC X(34).
               10 AM-OUR-ACCT    PIC X(30).
       01 AM-LOADED            PIC 9(6) VALUE 0.
       01 AM-REC-MSG           PIC X(34).
       01 AM-REC-OUR           PIC X(30).

       *> XML 掃描：一個字元一個字元看，< > 之間是標籤，其餘是
       *> 元素本文
       01 XL-LEN               PIC 9(5).
       01 XL-POS               PIC 9(5).
       01 XL-CHAR              PIC X.
       01 XT-IN-TAG            PIC X VALUE 'N'.
       01 XT-TAG               PIC X(300).
       01 XT-TAG-LEN           PIC 9(3) VALUE 0.
       01 XT-TEXT              PIC X(300).
       01 XT-TEXT-LEN          PIC 9(3) VALUE 0.
       01 XT-NAME              PIC X(40).
       01 XT-NAME-RAW          PIC X(100).
       01 XT-COLON             PIC 9(3).
       01 XT-END-TAG           PIC X.
       01 XT-SELF-CLOSE        PIC X.
       01 XT-VALUE             PIC X(300).
       01 XT-WORK              PIC X(300).
       01 XT-SCAN              PIC 9(3).
       01 XT-OUT               PIC 9(3).
       *> 元素堆疊（由外而內）
       01 XS-TABLE.
           05 XS-NAME OCCURS 40 TIMES PIC X(40).
       01 XS-DEPTH             PIC 9(2) VALUE 0.
       01 XS-PARENT            PIC X(40).
       01 XS-GRAND             PIC X(40).
       01 XS-GREAT             PIC X(40).

       *> 目前這份電文
       01 MSG-TYPE             PIC X(8).
       01 MSG-ID               PIC X(35).
       01 MSG-PMTINF-ID        PIC X(35).
       01 MSG-E2E-ID           PIC X(35).
       01 MSG-TX-REF           PIC X(35).

       *> 當事人暫存：1 = 債務人 Dbtr、2 = 債權人 Cdtr
       01 PT-TABLE.
           05 PT-ENTRY OCCURS 2 TIMES.
               10 PT-PENDING     PIC X.
               10 PT-HAS-STRUCT  PIC X.
               10 PT-NAME        PIC X(140).
               10 PT-ACCOUNT     PIC X(34).
               10 PT-STRT        PIC X(70).
               10 PT-BLDGNB      PIC X(16).
               10 PT-BLDGNM      PIC X(35).
               10 PT-FLR         PIC X(70).
               10 PT-ROOM        PIC X(70).
               10 PT-PSTBX       PIC X(16).
               10 PT-PSTCD       PIC X(16).
               10 PT-TWNNM       PIC X(35).
               10 PT-TWNLCTN     PIC X(35).
               10 PT-DSTRCT      PIC X(35).
               10 PT-SUBDVSN     PIC X(35).
               10 PT-CTRY        PIC X(2).
               10 PT-ADRLINE     PIC X(500).
       01 PT-I                 PIC 9.
       01 PT-WORK              PIC X(500).
       01 PT-LABEL             PIC X(4).
       01 PT-SOURCE            PIC X(10).
       01 PT-STRT-UPPER        PIC X(70).
       01 PT-STRT-LEN          PIC 9(3).
       01 OUT-PTR              PIC 9(4).
       COPY "addrparse.cpy".

       *> 跟主檔比對
       01 OUR-ACCOUNT          PIC X(30).
       01 CMP-ROLE-IDX         PIC 9.
       01 CMP-FOUND            PIC X.
       01 CMP-FIELD            PIC X(10).
       01 CMP-MAST             PIC X(70).
       01 CMP-MSG              PIC X(70).
       01 CMP-DIFFS            PIC 9(2).

       01 CTL-LINES            PIC 9(7) VALUE 0.
       01 CTL-DOCUMENTS        PIC 9(7) VALUE 0.
       01 CTL-PARTIES          PIC 9(7) VALUE 0.
       01 CTL-STRUCTURED       PIC 9(7) VALUE 0.
       01 CTL-UNSTRUCTURED     PIC 9(7) VALUE 0.
       01 CTL-NO-ADDRESS       PIC 9(7) VALUE 0.
       01 CTL-OURS             PIC 9(7) VALUE 0.
       01 CTL-NOT-OURS         PIC 9(7) VALUE 0.
       01 CTL-DIFF-PARTIES     PIC 9(7) VALUE 0.
       01 CTL-DIFF-FIELDS      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'iso_inbound.xml' TO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ISOIMP_IN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF
           MOVE 'country_codes.txt' TO WS-CC-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ISO_CC_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CC-FILE-NAME
           END-IF
           MOVE 'iso_account_map.txt' TO WS-AM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ISOIMP_ACCOUNT_MAP'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AM-FILE-NAME
           END-IF
           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-OUT-FILE-NAME WS-DIFF-FILE-NAME
           STRING 'iso_inbound_addr_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-OUT-FILE-NAME
           STRING 'iso_inbound_diff_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-DIFF-FILE-NAME

           PERFORM LOAD-COUNTRY-CODES
           IF CC-COUNT = 0
               DISPLAY "ISOIMPORT: " FUNCTION TRIM(WS-CC-FILE-NAME)
                   " missing or empty - countries kept as ISO codes"
           END-IF
           PERFORM LOAD-ACCOUNT-MAP

           OPEN INPUT IN-FILE
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY "ISOIMPORT: cannot open message file "
                   FUNCTION TRIM(WS-IN-FILE-NAME)
                   " (status " WS-IN-FILE-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "ISOIMPORT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               CLOSE IN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUT-FILE
           MOVE SPACES TO OUT-REC
           STRING "MsgType;MsgId;TxRef;Party;Account;Name;Source;"
               "Match;Room/RM;Floor/F;Building;NO;ALY;"
               "LN/Lane;Sec;Street/St;Avenue/Ave;Way;Boulevard/Blvd;"
               "Road/Rd;Drive/Dr;Town;Dist/District;City;County;"
               "Province;State;Zip;Country;POBox;Location1;Location2;"
               "Location3;Location4;Location5;Location6;Other;Score"
               DELIMITED BY SIZE INTO OUT-REC
           WRITE OUT-REC
           OPEN OUTPUT DIFF-FILE
           MOVE SPACES TO DIFF-REC
           STRING "Account;Role;MsgType;MsgId;TxRef;Party;Field;"
               "Master;Message"
               DELIMITED BY SIZE INTO DIFF-REC
           WRITE DIFF-REC

           INITIALIZE PT-TABLE
           MOVE SPACES TO MSG-TYPE MSG-ID MSG-PMTINF-ID MSG-E2E-ID
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CTL-LINES
                       PERFORM SCAN-XML-LINE
               END-READ
           END-PERFORM
           *> 檔尾還沒送出的當事人（電文沒收尾也不漏）
           PERFORM FLUSH-PARTIES

           CLOSE IN-FILE MAST-FILE OUT-FILE DIFF-FILE
           DISPLAY "ISOIMPORT: " CTL-DOCUMENTS " message(s), "
               CTL-PARTIES " debtor/creditor address(es) - "
               CTL-STRUCTURED " structured, " CTL-UNSTRUCTURED
               " AdrLine only, " CTL-NO-ADDRESS " without address"
           DISPLAY "ISOIMPORT: " CTL-OURS " our account(s), "
               CTL-NOT-OURS " not on master; " CTL-DIFF-PARTIES
               " with discrepancies (" CTL-DIFF-FIELDS
               " field(s)) - see " FUNCTION TRIM(WS-DIFF-FILE-NAME)
           IF CC-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CC-FILE.

      *> 對照檔不在就用電文上的帳號原樣查主檔
       LOAD-ACCOUNT-MAP.
           OPEN INPUT AM-FILE
           IF WS-AM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AM-EOF = 'Y'
               READ AM-FILE
                   AT END MOVE 'Y' TO AM-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AM-REC) NOT = SPACES
                          AND AM-REC(1:1) NOT = '*'
                          AND AM-LOADED < 50000
                           MOVE SPACES TO AM-REC-MSG AM-REC-OUR
                           UNSTRING AM-REC DELIMITED BY ';'
                               INTO AM-REC-MSG AM-REC-OUR
                           END-UNSTRING
                           ADD 1 TO AM-LOADED
                           MOVE AM-LOADED TO AM-COUNT
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               AM-REC-MSG)) TO AM-MSG-ACCT(AM-LOADED)
                           MOVE FUNCTION TRIM(AM-REC-OUR)
                               TO AM-OUR-ACCT(AM-LOADED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AM-FILE
           IF AM-LOADED > 0
               MOVE AM-LOADED TO AM-COUNT
               SORT AM-ENTRY ASCENDING KEY AM-MSG-ACCT
           END-IF.

      *> 一行電文：標籤與本文可以跨行（整份寫在一行的也照樣）
       SCAN-XML-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IN-REC TRAILING))
               TO XL-LEN
           IF IN-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING XL-POS FROM 1 BY 1 UNTIL XL-POS > XL-LEN
               MOVE IN-REC(XL-POS:1) TO XL-CHAR
               EVALUATE TRUE
                   WHEN XT-IN-TAG = 'Y' AND XL-CHAR = '>'
                       MOVE 'N' TO XT-IN-TAG
                       PERFORM TAKE-TAG
                   WHEN XT-IN-TAG = 'Y'
                       IF XT-TAG-LEN < 300
                           ADD 1 TO XT-TAG-LEN
                           MOVE XL-CHAR TO XT-TAG(XT-TAG-LEN:1)
                       END-IF
                   WHEN XL-CHAR = '<'
                       MOVE 'Y' TO XT-IN-TAG
                       MOVE SPACES TO XT-TAG
                       MOVE 0 TO XT-TAG-LEN
                   WHEN OTHER
                       IF XT-TEXT-LEN < 300
                           ADD 1 TO XT-TEXT-LEN
                           MOVE XL-CHAR TO XT-TEXT(XT-TEXT-LEN:1)
                       END-IF
               END-EVALUATE
           END-PERFORM
           *> 本文跨行時行尾當一個空白
           IF XT-IN-TAG = 'N' AND XT-TEXT-LEN > 0
              AND XT-TEXT-LEN < 300
               ADD 1 TO XT-TEXT-LEN
           END-IF
           IF XT-IN-TAG = 'Y' AND XT-TAG-LEN > 0
              AND XT-TAG-LEN < 300
               ADD 1 TO XT-TAG-LEN
           END-IF.

      *> 一個完整的標籤：<?...?>、<!--...--> 不管；開始標籤推進
      *> 堆疊，結束標籤先依路徑收值再退出堆疊
       TAKE-TAG.
           IF XT-TAG(1:1) = '?' OR XT-TAG(1:1) = '!'
               MOVE SPACES TO XT-TEXT
               MOVE 0 TO XT-TEXT-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO XT-END-TAG XT-SELF-CLOSE
           IF XT-TAG(1:1) = '/'
               MOVE 'Y' TO XT-END-TAG
               MOVE XT-TAG(2:) TO XT-WORK
               MOVE XT-WORK TO XT-TAG
           END-IF
           IF XT-TAG-LEN > 0
               IF XT-TAG(XT-TAG-LEN:1) = '/'
                   MOVE 'Y' TO XT-SELF-CLOSE
               END-IF
           END-IF
           *> 名稱到第一個空白或 / 為止，去掉命名空間前綴
           MOVE SPACES TO XT-NAME-RAW
           UNSTRING XT-TAG DELIMITED BY ' ' OR '/'
               INTO XT-NAME-RAW
           END-UNSTRING
           MOVE 0 TO XT-COLON
           INSPECT XT-NAME-RAW TALLYING XT-COLON
               FOR CHARACTERS BEFORE INITIAL ':'
           IF XT-COLON < 100
               MOVE XT-NAME-RAW(XT-COLON + 2:) TO XT-NAME
           ELSE
               MOVE XT-NAME-RAW TO XT-NAME
           END-IF

           IF XT-END-TAG = 'Y'
               PERFORM END-ELEMENT
           ELSE
               PERFORM START-ELEMENT
               IF XT-SELF-CLOSE = 'Y'
                   PERFORM END-ELEMENT
               END-IF
           END-IF
           MOVE SPACES TO XT-TEXT
           MOVE 0 TO XT-TEXT-LEN.

       START-ELEMENT.
           IF XS-DEPTH < 40
               ADD 1 TO XS-DEPTH
               MOVE XT-NAME TO XS-NAME(XS-DEPTH)
           END-IF
           EVALUATE XT-NAME
               WHEN 'Document'
                   PERFORM FLUSH-PARTIES
                   ADD 1 TO CTL-DOCUMENTS
                   MOVE SPACES TO MSG-TYPE MSG-ID MSG-PMTINF-ID
                       MSG-E2E-ID
               WHEN 'FIToFICstmrCdtTrf'
                   MOVE 'pacs.008' TO MSG-TYPE
               WHEN 'CstmrCdtTrfInitn'
                   MOVE 'pain.001' TO MSG-TYPE
               WHEN 'PmtInf'
                   PERFORM FLUSH-PARTIES
                   MOVE SPACES TO MSG-PMTINF-ID MSG-E2E-ID
               WHEN 'CdtTrfTxInf'
                   *> pain.001 的債務人在付款批（PmtInf）層，第一筆
                   *> 交易開始前就收齊了，以付款批編號為參考送出
                   PERFORM FLUSH-PARTIES
                   MOVE SPACES TO MSG-E2E-ID
               WHEN 'Dbtr'
                   IF XS-DEPTH > 1
                       IF XS-NAME(XS-DEPTH - 1) = 'CdtTrfTxInf'
                          OR XS-NAME(XS-DEPTH - 1) = 'PmtInf'
                           INITIALIZE PT-ENTRY(1)
                       END-IF
                   END-IF
               WHEN 'Cdtr'
                   IF XS-DEPTH > 1
                       IF XS-NAME(XS-DEPTH - 1) = 'CdtTrfTxInf'
                           INITIALIZE PT-ENTRY(2)
                       END-IF
                   END-IF
           END-EVALUATE.

      *> 結束標籤：依上一層、上兩層、上三層的元素名判斷本文
      *> 是哪個當事人的哪個欄位
       END-ELEMENT.
           MOVE SPACES TO XS-PARENT XS-GRAND XS-GREAT
           IF XS-DEPTH > 1
               MOVE XS-NAME(XS-DEPTH - 1) TO XS-PARENT
           END-IF
           IF XS-DEPTH > 2
               MOVE XS-NAME(XS-DEPTH - 2) TO XS-GRAND
           END-IF
           IF XS-DEPTH > 3
               MOVE XS-NAME(XS-DEPTH - 3) TO XS-GREAT
           END-IF
           PERFORM DECODE-TEXT

           EVALUATE TRUE
               WHEN XT-NAME = 'MsgId' AND XS-PARENT = 'GrpHdr'
                   MOVE XT-VALUE TO MSG-ID
               WHEN XT-NAME = 'PmtInfId' AND XS-PARENT = 'PmtInf'
                   MOVE XT-VALUE TO MSG-PMTINF-ID
               WHEN XT-NAME = 'EndToEndId' AND XS-PARENT = 'PmtId'
                   MOVE XT-VALUE TO MSG-E2E-ID
               WHEN XS-PARENT = 'PstlAdr' AND XS-GRAND = 'Dbtr'
                   MOVE 1 TO PT-I
                   PERFORM TAKE-ADDRESS-ELEMENT
               WHEN XS-PARENT = 'PstlAdr' AND XS-GRAND = 'Cdtr'
                   MOVE 2 TO PT-I
                   PERFORM TAKE-ADDRESS-ELEMENT
               WHEN XT-NAME = 'Nm' AND XS-PARENT = 'Dbtr'
                   MOVE XT-VALUE TO PT-NAME(1)
               WHEN XT-NAME = 'Nm' AND XS-PARENT = 'Cdtr'
                   MOVE XT-VALUE TO PT-NAME(2)
               WHEN XT-NAME = 'IBAN' AND XS-PARENT = 'Id'
                AND XS-GRAND = 'DbtrAcct'
                   MOVE XT-VALUE TO PT-ACCOUNT(1)
               WHEN XT-NAME = 'IBAN' AND XS-PARENT = 'Id'
                AND XS-GRAND = 'CdtrAcct'
                   MOVE XT-VALUE TO PT-ACCOUNT(2)
               WHEN XT-NAME = 'Id' AND XS-PARENT = 'Othr'
                AND XS-GRAND = 'Id' AND XS-GREAT = 'DbtrAcct'
                   MOVE XT-VALUE TO PT-ACCOUNT(1)
               WHEN XT-NAME = 'Id' AND XS-PARENT = 'Othr'
                AND XS-GRAND = 'Id' AND XS-GREAT = 'CdtrAcct'
                   MOVE XT-VALUE TO PT-ACCOUNT(2)
               WHEN XT-NAME = 'Dbtr'
                AND (XS-PARENT = 'CdtTrfTxInf' OR XS-PARENT = 'PmtInf')
                   MOVE 'Y' TO PT-PENDING(1)
               WHEN XT-NAME = 'Cdtr' AND XS-PARENT = 'CdtTrfTxInf'
                   MOVE 'Y' TO PT-PENDING(2)
               WHEN XT-NAME = 'CdtTrfTxInf'
                   PERFORM FLUSH-PARTIES
               WHEN XT-NAME = 'PmtInf'
                   PERFORM FLUSH-PARTIES
           END-EVALUATE
           IF XS-DEPTH > 0
               SUBTRACT 1 FROM XS-DEPTH
           END-IF.

      *> 元素本文去頭尾空白，換回五個預先定義的實體
       DECODE-TEXT.
           MOVE SPACES TO XT-VALUE
           IF XT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(XT-TEXT) TO XT-WORK
           MOVE 1 TO XT-SCAN
           MOVE 0 TO XT-OUT
           PERFORM UNTIL XT-SCAN > 300
               ADD 1 TO XT-OUT
               EVALUATE TRUE
                   WHEN XT-WORK(XT-SCAN:1) NOT = '&'
                       MOVE XT-WORK(XT-SCAN:1) TO XT-VALUE(XT-OUT:1)
                       ADD 1 TO XT-SCAN
                   WHEN XT-SCAN <= 296 AND XT-WORK(XT-SCAN:5) = '&amp;'
                       MOVE '&' TO XT-VALUE(XT-OUT:1)
                       ADD 5 TO XT-SCAN
                   WHEN XT-SCAN <= 297 AND XT-WORK(XT-SCAN:4) = '&lt;'
                       MOVE '<' TO XT-VALUE(XT-OUT:1)
                       ADD 4 TO XT-SCAN
                   WHEN XT-SCAN <= 297 AND XT-WORK(XT-SCAN:4) = '&gt;'
                       MOVE '>' TO XT-VALUE(XT-OUT:1)
                       ADD 4 TO XT-SCAN
                   WHEN XT-SCAN <= 295
                    AND XT-WORK(XT-SCAN:6) = '&apos;'
                       MOVE "'" TO XT-VALUE(XT-OUT:1)
                       ADD 6 TO XT-SCAN
                   WHEN XT-SCAN <= 295
                    AND XT-WORK(XT-SCAN:6) = '&quot;'
                       MOVE '"' TO XT-VALUE(XT-OUT:1)
                       ADD 6 TO XT-SCAN
                   WHEN OTHER
                       MOVE '&' TO XT-VALUE(XT-OUT:1)
                       ADD 1 TO XT-SCAN
               END-EVALUATE
           END-PERFORM.

       TAKE-ADDRESS-ELEMENT.
           IF XT-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF XT-NAME NOT = 'AdrLine' AND XT-NAME NOT = 'AdrTp'
               MOVE 'Y' TO PT-HAS-STRUCT(PT-I)
           END-IF
           EVALUATE XT-NAME
               WHEN 'StrtNm'      MOVE XT-VALUE TO PT-STRT(PT-I)
               WHEN 'BldgNb'      MOVE XT-VALUE TO PT-BLDGNB(PT-I)
               WHEN 'BldgNm'      MOVE XT-VALUE TO PT-BLDGNM(PT-I)
               WHEN 'Flr'         MOVE XT-VALUE TO PT-FLR(PT-I)
               WHEN 'Room'        MOVE XT-VALUE TO PT-ROOM(PT-I)
               WHEN 'PstBx'       MOVE XT-VALUE TO PT-PSTBX(PT-I)
               WHEN 'PstCd'       MOVE XT-VALUE TO PT-PSTCD(PT-I)
               WHEN 'TwnNm'       MOVE XT-VALUE TO PT-TWNNM(PT-I)
               WHEN 'TwnLctnNm'   MOVE XT-VALUE TO PT-TWNLCTN(PT-I)
               WHEN 'DstrctNm'    MOVE XT-VALUE TO PT-DSTRCT(PT-I)
               WHEN 'CtrySubDvsn' MOVE XT-VALUE TO PT-SUBDVSN(PT-I)
               WHEN 'Ctry'        MOVE XT-VALUE TO PT-CTRY(PT-I)
               WHEN 'AdrLine'
                   *> 多行 AdrLine 用逗號接，ADDRPARSE 的分段形狀
                   IF PT-ADRLINE(PT-I) = SPACES
                       MOVE XT-VALUE TO PT-ADRLINE(PT-I)
                   ELSE
                       MOVE SPACES TO PT-WORK
                       STRING FUNCTION TRIM(PT-ADRLINE(PT-I)) ","
                           FUNCTION TRIM(XT-VALUE)
                           DELIMITED BY SIZE INTO PT-WORK
                       MOVE PT-WORK TO PT-ADRLINE(PT-I)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> 收齊的當事人送出（債務人先、債權人後），送完清掉
       FLUSH-PARTIES.
           IF MSG-E2E-ID NOT = SPACES
               MOVE MSG-E2E-ID TO MSG-TX-REF
           ELSE
               MOVE MSG-PMTINF-ID TO MSG-TX-REF
           END-IF
           PERFORM VARYING PT-I FROM 1 BY 1 UNTIL PT-I > 2
               IF PT-PENDING(PT-I) = 'Y'
                   PERFORM EMIT-PARTY
                   INITIALIZE PT-ENTRY(PT-I)
               END-IF
           END-PERFORM.

      *> 一個當事人的地址轉成 29 欄寫出；是本行帳號就跟主檔比
       EMIT-PARTY.
           ADD 1 TO CTL-PARTIES
           IF PT-I = 1
               MOVE 'DBTR' TO PT-LABEL
           ELSE
               MOVE 'CDTR' TO PT-LABEL
           END-IF
           INITIALIZE APA-PARSE-AREA
           EVALUATE TRUE
               WHEN PT-HAS-STRUCT(PT-I) = 'Y'
                   ADD 1 TO CTL-STRUCTURED
                   MOVE 'STRUCTURED' TO PT-SOURCE
                   PERFORM MAP-STRUCTURED-ADDRESS
               WHEN PT-ADRLINE(PT-I) NOT = SPACES
                   ADD 1 TO CTL-UNSTRUCTURED
                   MOVE 'ADRLINE' TO PT-SOURCE
                   MOVE PT-ADRLINE(PT-I) TO APA-INPUT-TEXT
                   CALL 'ADDRPARSE' USING APA-PARSE-AREA
               WHEN OTHER
                   ADD 1 TO CTL-NO-ADDRESS
                   MOVE 'NONE' TO PT-SOURCE
           END-EVALUATE

           MOVE SPACES TO OUT-REC
           MOVE 1 TO OUT-PTR
           STRING FUNCTION TRIM(MSG-TYPE) ";"
               FUNCTION TRIM(MSG-ID) ";"
               FUNCTION TRIM(MSG-TX-REF) ";"
               PT-LABEL ";"
               FUNCTION TRIM(PT-ACCOUNT(PT-I)) ";"
               FUNCTION TRIM(PT-NAME(PT-I)) ";"
               FUNCTION TRIM(PT-SOURCE) ";"
               APA-MATCH-FLAG ";"
               FUNCTION TRIM(APA-RM) ";"
               FUNCTION TRIM(APA-F) ";"
               FUNCTION TRIM(APA-BUILDING) ";"
               FUNCTION TRIM(APA-NO) ";"
               FUNCTION TRIM(APA-ALY) ";"
               FUNCTION TRIM(APA-LN) ";"
               FUNCTION TRIM(APA-SEC) ";"
               FUNCTION TRIM(APA-STREET) ";"
               FUNCTION TRIM(APA-AVENUE) ";"
               FUNCTION TRIM(APA-WAY) ";"
               FUNCTION TRIM(APA-BLVD) ";"
               FUNCTION TRIM(APA-ROAD) ";"
               FUNCTION TRIM(APA-DRIVE) ";"
               FUNCTION TRIM(APA-TOWN) ";"
               DELIMITED BY SIZE INTO OUT-REC
               WITH POINTER OUT-PTR
           END-STRING
           STRING FUNCTION TRIM(APA-DISTRICT) ";"
               FUNCTION TRIM(APA-CITY) ";"
               FUNCTION TRIM(APA-COUNTY) ";"
               FUNCTION TRIM(APA-PROVINCE) ";"
               FUNCTION TRIM(APA-STATE) ";"
               FUNCTION TRIM(APA-ZIP) ";"
               FUNCTION TRIM(APA-COUNTRY) ";"
               FUNCTION TRIM(APA-POBOX) ";"
               FUNCTION TRIM(APA-LOC1) ";"
               FUNCTION TRIM(APA-LOC2) ";"
               FUNCTION TRIM(APA-LOC3) ";"
               FUNCTION TRIM(APA-LOC4) ";"
               FUNCTION TRIM(APA-LOC5) ";"
               FUNCTION TRIM(APA-LOC6) ";"
               FUNCTION TRIM(APA-OTHER) ";"
               APA-SCORE
               DELIMITED BY SIZE INTO OUT-REC
               WITH POINTER OUT-PTR
           END-STRING
           WRITE OUT-REC

           IF PT-SOURCE NOT = 'NONE'
              AND PT-ACCOUNT(PT-I) NOT = SPACES
               PERFORM COMPARE-WITH-MASTER
           END-IF.

      *> 結構化元素 → 29 欄；StrtNm 依字尾分到路/大道/街…
       MAP-STRUCTURED-ADDRESS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PT-STRT(PT-I)))
               TO PT-STRT-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PT-STRT-UPPER TRAILING))
               TO PT-STRT-LEN
           EVALUATE TRUE
               WHEN PT-STRT(PT-I) = SPACES
                   CONTINUE
               WHEN PT-STRT-LEN > 3
                AND (PT-STRT-UPPER(PT-STRT-LEN - 2:3) = ' RD'
                  OR PT-STRT-UPPER(PT-STRT-LEN - 3:4) = 'ROAD')
                   MOVE PT-STRT(PT-I) TO APA-ROAD
               WHEN PT-STRT-LEN > 4
                AND (PT-STRT-UPPER(PT-STRT-LEN - 3:4) = ' AVE'
                  OR PT-STRT-UPPER(PT-STRT-LEN - 5:6) = 'AVENUE')
                   MOVE PT-STRT(PT-I) TO APA-AVENUE
               WHEN PT-STRT-LEN > 5
                AND (PT-STRT-UPPER(PT-STRT-LEN - 4:5) = ' BLVD'
                  OR PT-STRT-UPPER(PT-STRT-LEN - 8:9) = 'BOULEVARD')
                   MOVE PT-STRT(PT-I) TO APA-BLVD
               WHEN PT-STRT-LEN > 4
                AND PT-STRT-UPPER(PT-STRT-LEN - 3:4) = ' WAY'
                   MOVE PT-STRT(PT-I) TO APA-WAY
               WHEN PT-STRT-LEN > 3
                AND (PT-STRT-UPPER(PT-STRT-LEN - 2:3) = ' DR'
                  OR PT-STRT-UPPER(PT-STRT-LEN - 4:5) = 'DRIVE')
                   MOVE PT-STRT(PT-I) TO APA-DRIVE
               WHEN OTHER
                   MOVE PT-STRT(PT-I) TO APA-STREET
           END-EVALUATE
           MOVE PT-BLDGNB(PT-I) TO APA-NO
           MOVE PT-BLDGNM(PT-I) TO APA-BUILDING
           MOVE PT-FLR(PT-I) TO APA-F
           MOVE PT-ROOM(PT-I) TO APA-RM
           MOVE PT-PSTBX(PT-I) TO APA-POBOX
           MOVE PT-PSTCD(PT-I) TO APA-ZIP
           MOVE PT-TWNNM(PT-I) TO APA-CITY
           MOVE PT-TWNLCTN(PT-I) TO APA-TOWN
           MOVE PT-DSTRCT(PT-I) TO APA-DISTRICT
           MOVE PT-SUBDVSN(PT-I) TO APA-STATE
           MOVE PT-ADRLINE(PT-I) TO APA-OTHER
           *> 國別代碼換回國名；表上沒有的留代碼
           MOVE PT-CTRY(PT-I) TO APA-COUNTRY
           MOVE 0 TO CC-FOUND
           IF PT-CTRY(PT-I) NOT = SPACES
               PERFORM VARYING CC-IDX FROM 1 BY 1
                       UNTIL CC-IDX > CC-COUNT OR CC-FOUND > 0
                   IF CC-CODE(CC-IDX) =
                      FUNCTION UPPER-CASE(PT-CTRY(PT-I))
                       MOVE CC-IDX TO CC-FOUND
                       MOVE CC-NAME(CC-IDX) TO APA-COUNTRY
                   END-IF
               END-PERFORM
           END-IF.

      *> 本行帳號：依 BUSINESS → MAILING → RESIDENTIAL 取第一個
      *> 在主檔上（沒被清除）的地址比對
       COMPARE-WITH-MASTER.
           MOVE FUNCTION TRIM(PT-ACCOUNT(PT-I)) TO OUR-ACCOUNT
           IF AM-LOADED > 0
               SEARCH ALL AM-ENTRY
                   AT END CONTINUE
                   WHEN AM-MSG-ACCT(AM-IX) =
                        FUNCTION UPPER-CASE(FUNCTION TRIM(
                        PT-ACCOUNT(PT-I)))
                       MOVE AM-OUR-ACCT(AM-IX) TO OUR-ACCOUNT
               END-SEARCH
           END-IF
           MOVE 'N' TO CMP-FOUND
           PERFORM VARYING CMP-ROLE-IDX FROM 1 BY 1
                   UNTIL CMP-ROLE-IDX > 3 OR CMP-FOUND = 'Y'
               MOVE OUR-ACCOUNT TO MAST-ACCOUNT-ID
               EVALUATE CMP-ROLE-IDX
                   WHEN 1 MOVE 'BUSINESS' TO MAST-ADDR-ROLE
                   WHEN 2 MOVE 'MAILING' TO MAST-ADDR-ROLE
                   WHEN 3 MOVE 'RESIDENTIAL' TO MAST-ADDR-ROLE
               END-EVALUATE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MAST-OTHER NOT = '*ERASED*'
                           MOVE 'Y' TO CMP-FOUND
                       END-IF
               END-READ
           END-PERFORM
           IF CMP-FOUND = 'N'
               ADD 1 TO CTL-NOT-OURS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-OURS
           MOVE 0 TO CMP-DIFFS

           *> 街道：兩邊都取 Street/Road/Avenue/Boulevard/Way/Drive
           *> 第一個有值的（同 ISO20022 出站的順序）
           MOVE 'STREET' TO CMP-FIELD
           EVALUATE TRUE
               WHEN MAST-STREET NOT = SPACES
                   MOVE MAST-STREET TO CMP-MAST
               WHEN MAST-ROAD NOT = SPACES
                   MOVE MAST-ROAD TO CMP-MAST
               WHEN MAST-AVENUE NOT = SPACES
                   MOVE MAST-AVENUE TO CMP-MAST
               WHEN MAST-BLVD NOT = SPACES
                   MOVE MAST-BLVD TO CMP-MAST
               WHEN MAST-WAY NOT = SPACES
                   MOVE MAST-WAY TO CMP-MAST
               WHEN OTHER
                   MOVE MAST-DRIVE TO CMP-MAST
           END-EVALUATE
           EVALUATE TRUE
               WHEN APA-STREET NOT = SPACES
                   MOVE APA-STREET TO CMP-MSG
               WHEN APA-ROAD NOT = SPACES
                   MOVE APA-ROAD TO CMP-MSG
               WHEN APA-AVENUE NOT = SPACES
                   MOVE APA-AVENUE TO CMP-MSG
               WHEN APA-BLVD NOT = SPACES
                   MOVE APA-BLVD TO CMP-MSG
               WHEN APA-WAY NOT = SPACES
                   MOVE APA-WAY TO CMP-MSG
               WHEN OTHER
                   MOVE APA-DRIVE TO CMP-MSG
           END-EVALUATE
           PERFORM COMPARE-ONE-FIELD
           MOVE 'NO' TO CMP-FIELD
           MOVE MAST-NO TO CMP-MAST
           MOVE APA-NO TO CMP-MSG
           PERFORM COMPARE-ONE-FIELD
           MOVE 'ZIP' TO CMP-FIELD
           MOVE MAST-ZIP TO CMP-MAST
           MOVE APA-ZIP TO CMP-MSG
           PERFORM COMPARE-ONE-FIELD
           MOVE 'CITY' TO CMP-FIELD
           MOVE MAST-CITY TO CMP-MAST
           MOVE APA-CITY TO CMP-MSG
           PERFORM COMPARE-ONE-FIELD
           MOVE 'DISTRICT' TO CMP-FIELD
           MOVE MAST-DISTRICT TO CMP-MAST
           MOVE APA-DISTRICT TO CMP-MSG
           PERFORM COMPARE-ONE-FIELD
           MOVE 'COUNTRY' TO CMP-FIELD
           MOVE MAST-COUNTRY TO CMP-MAST
           MOVE APA-COUNTRY TO CMP-MSG
           *> 主檔存代碼、電文是同一國也算一樣
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY)) =
              FUNCTION UPPER-CASE(PT-CTRY(PT-I))
               MOVE SPACES TO CMP-MSG
           END-IF
           PERFORM COMPARE-ONE-FIELD
           IF CMP-DIFFS > 0
               ADD 1 TO CTL-DIFF-PARTIES
           END-IF.

      *> 電文沒給的欄位不比；大小寫、頭尾空白不算差異
       COMPARE-ONE-FIELD.
           IF CMP-MSG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-MAST)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-MSG))
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CMP-DIFFS
           ADD 1 TO CTL-DIFF-FIELDS
           MOVE SPACES TO DIFF-REC
           STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(MSG-TYPE) ";"
               FUNCTION TRIM(MSG-ID) ";"
               FUNCTION TRIM(MSG-TX-REF) ";"
               PT-LABEL ";"
               FUNCTION TRIM(CMP-FIELD) ";"
               FUNCTION TRIM(CMP-MAST) ";"
               FUNCTION TRIM(CMP-MSG)
               DELIMITED BY SIZE INTO DIFF-REC
           WRITE DIFF-REC.
