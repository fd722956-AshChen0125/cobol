       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAXCHG.
      *> 遷址比對廠商（change-of-address）交換：以前客戶搬家要等
      *> 信退回來才知道。每季把主檔上有效的郵寄地址送給廠商比對
      *> 遷址登記，廠商回檔（有沒有搬、新地址、遷址生效日、比對
      *> 信心）再匯回來。交換檔是固定欄位版面（coavend.cpy）。
      *>   COA_ACTION = EXTRACT  依主鍵走主檔，一個帳號送一個地址
      *>                         （MAILING 優先，沒有用
      *>                         RESIDENTIAL；營業地址不送），塗銷
      *>                         過或沒有城市/郵遞區號/信箱的不送；
      *>                         寫 coa_request_YYYYQn.txt（檔頭 +
      *>                         明細 + 檔尾筆數），送件季別記進
      *>                         coa_extract_log.txt（只追加），
      *>                         同一季送過就不再送（COA_FORCE=Y
      *>                         強迫重送）
      *>                IMPORT   讀廠商回檔逐筆處理有遷址的明細：
      *>                         新地址丟 ADDRPARSE 拆欄，比對信心
      *>                         達門檻、有比對到、郵遞區號格式/
      *>                         行政區層級/街道名錄都過、生效日
      *>                         不在未來的 = 高信心，跟 INTRADAY
      *>                         一樣以標準輸出 CSV 欄位順序寫進
      *>                         暫置檔 pending_changes.txt，夜裡
      *>                         ADDRMAST 順路套用（ExtractStamp
      *>                         欄放匯入時間，覆核後放行的沿用
      *>                         佇列列上的）；其餘寫進遷址
      *>                         覆核佇列（同樣的 CSV 列，REVIEWQ
      *>                         以 REVIEWQ_QUEUE_FILE/
      *>                         REVIEWQ_DECISION_FILE 指過去覆核）。
      *>                         新地址跟主檔現址相同的不重複暫置；
      *>                         遷出未留轉寄地址的以 MAILUNDEL 的
      *>                         週檔格式（帳號;COA-NFA;日期）另
      *>                         寫一份，交 MAILUNDEL 蓋退郵旗標；
      *>                         主檔上找不到帳號/角色、遷址類別
      *>                         或生效日不對的算退件。逐筆處置
      *>                         寫 coa_moves_YYYYMMDD.txt，收尾依
      *>                         遷址類別 × 生效年月出彙總
      *>                         coa_summary_YYYYMMDD.txt。
      *>                REVIEWED 讀遷址覆核佇列與 REVIEWQ 的決議
      *>                         檔：ACCEPT 的照佇列列的欄位、
      *>                         CORRECT 的套上修正欄位後寫進暫置
      *>                         檔；SKIP 跟還沒決議的留在佇列。
      *>                         遷址項目不走 REVIEWAPPLY - 那支只
      *>                         改當天輸出 CSV 上的既有列。
      *>   ADDRMAST_MAST_FILE = 地址主檔（預設 address_master.dat）
      *>   COA_REQ_FILE       = 送件檔（預設 coa_request_YYYYQn.txt）
      *>   COA_CLIENT_ID      = 檔頭上的委託代號（預設 ADDRSTD）
      *>   COA_RESULT_FILE    = 廠商回檔（預設 coa_result.txt）
      *>   COA_MIN_MATCH      = 高信心門檻 000-100（預設 90）
      *>   COA_REVIEW_FILE    = 覆核佇列（預設
      *>                        coa_review_YYYYMMDD.txt，追加）
      *>   COA_DECISION_FILE  = REVIEWED 讀的決議檔（預設
      *>                        coa_decisions_YYYYMMDD.txt）
      *>   INTRADAY_PEND_FILE = 暫置檔（跟 INTRADAY/ADDRMAST 同一份）
      *>   ADDR_ENTITY        = 法人代碼（預設 BANK）；子公司的主檔、
      *>                        暫置檔、送件/回檔、送件登記、覆核
      *>                        佇列與各報表預設檔名掛「代碼_」前綴
      *> 回檔檔尾筆數跟明細筆數對不上、或有退件時 RETURN-CODE 4。

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
           SELECT REQ-FILE ASSIGN TO DYNAMIC WS-REQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           *> 送件季別登記（季別;送件日;筆數;檔名，只追加）
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RES-FILE ASSIGN TO DYNAMIC WS-RES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT PEND-FILE ASSIGN TO DYNAMIC WS-PEND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REVQ-FILE ASSIGN TO DYNAMIC WS-REVQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVQ-STATUS.
           SELECT DECISION-FILE ASSIGN TO DYNAMIC
               WS-DECISION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT MOVES-FILE ASSIGN TO DYNAMIC WS-MOVES-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NFA-FILE ASSIGN TO DYNAMIC WS-NFA-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUM-FILE ASSIGN TO DYNAMIC WS-SUM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZIPFMT-FILE ASSIGN TO DYNAMIC WS-ZIPFMT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT HIER-FILE ASSIGN TO DYNAMIC WS-HIER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT SORT-FILE ASSIGN TO "coaxchg_work.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  REQ-FILE.
       01  REQ-LINE        PIC X(400).
       FD  LOG-FILE.
       01  LOG-REC         PIC X(200).
       FD  RES-FILE.
       01  RES-LINE        PIC X(400).
       FD  PEND-FILE.
       01  PEND-REC        PIC X(3000).
       FD  REVQ-FILE.
       01  REVQ-REC        PIC X(3000).
       FD  DECISION-FILE.
       01  DECISION-REC    PIC X(200).
       FD  MOVES-FILE.
       01  MOVES-REC       PIC X(500).
       FD  NFA-FILE.
       01  NFA-REC         PIC X(100).
       FD  SUM-FILE.
       01  SUM-REC         PIC X(200).
       FD  ZIPFMT-FILE.
       01  ZIPFMT-REC      PIC X(100).
       FD  HIER-FILE.
       01  HIER-REC        PIC X(120).
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-MOVE-TYPE PIC X(1).
           05 SR-EFF-MONTH PIC X(6).
           05 SR-DISP      PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-MM            PIC 9(2).
       01 WS-QTR               PIC 9.
       01 WS-PERIOD            PIC X(6).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-ACTION            PIC X(10).
       01 WS-FORCE             PIC X(1).
       01 WS-CLIENT-ID         PIC X(10) VALUE 'ADDRSTD'.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-REQ-FILE-NAME     PIC X(100).
       01 WS-REQ-STATUS        PIC XX.
       01 WS-LOG-FILE-NAME     PIC X(100).
       01 WS-LOG-STATUS        PIC XX.
       01 WS-RES-FILE-NAME     PIC X(100).
       01 WS-RES-STATUS        PIC XX.
       01 WS-PEND-FILE-NAME    PIC X(100).
       01 WS-PEND-STATUS       PIC XX.
       01 WS-REVQ-FILE-NAME    PIC X(100).
       01 WS-REVQ-STATUS       PIC XX.
       01 WS-DECISION-FILE-NAME PIC X(100).
       01 WS-DECISION-STATUS   PIC XX.
       01 WS-MOVES-FILE-NAME   PIC X(100).
       01 WS-NFA-FILE-NAME     PIC X(100).
       01 WS-SUM-FILE-NAME     PIC X(100).
       01 WS-ZIPFMT-FILE-NAME  PIC X(100).
       01 WS-HIER-FILE-NAME    PIC X(100).
       01 WS-REF-STATUS        PIC XX.
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 暫置檔、送件/回檔、送件登記、報表一律掛「代碼_」前綴
       *> （母行維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WALK-DONE            PIC X VALUE 'N'.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 LOG-EOF              PIC X VALUE 'N'.
       01 ZIPFMT-EOF           PIC X VALUE 'N'.
       01 HIER-EOF             PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.

       COPY "coavend.cpy".

       *> 送件：同一個帳號的角色記錄主鍵相鄰，留住目前最好的
       *> 一筆（1 MAILING、2 RESIDENTIAL），帳號換了才送出
       01 HOLD-ACCOUNT         PIC X(30) VALUE SPACES.
       01 HOLD-RANK            PIC 9 VALUE 9.
       01 HOLD-REC             PIC X(2000).
       01 WS-CUR-REC           PIC X(2000).
       01 WS-RANK              PIC 9.
       01 WS-LOG-PERIOD        PIC X(6).
       01 WS-PERIOD-SENT       PIC X VALUE 'N'.
       01 WS-LINE-BUF          PIC X(100).
       01 WS-LINE-PTR          PIC 9(3).
       01 WS-PART              PIC X(50).
       01 CTL-MAST-READ        PIC 9(9) VALUE 0.
       01 CTL-EXTRACTED        PIC 9(9) VALUE 0.
       01 CTL-NOT-ELIGIBLE     PIC 9(9) VALUE 0.

       *> 匯入：一筆明細的處置
       01 WS-MIN-MATCH         PIC 9(3) VALUE 90.
       01 WS-MATCH-LEVEL       PIC 9(3).
       01 WS-MOVE-DATE         PIC 9(8).
       01 WS-MOVE-DATE-X REDEFINES WS-MOVE-DATE.
           05 WS-MOVE-YYYY     PIC 9(4).
           05 WS-MOVE-MM       PIC 9(2).
           05 WS-MOVE-DD       PIC 9(2).
       01 WS-EFF-MONTH         PIC X(6).
       01 WS-DISP              PIC X(1).
           88 DISP-STAGED      VALUE 'S'.
           88 DISP-REVIEW      VALUE 'R'.
           88 DISP-CURRENT     VALUE 'A'.
           88 DISP-NO-FORWARD  VALUE 'N'.
           88 DISP-REJECTED    VALUE 'X'.
       01 WS-DISP-WORD         PIC X(10).
       01 WS-REASON            PIC X(60).
       01 WS-SAME-ADDR         PIC X.
       01 WS-TRAILER-SEEN      PIC X VALUE 'N'.
       01 WS-TRAILER-COUNT     PIC 9(9) VALUE 0.
       01 CTL-DETAILS          PIC 9(9) VALUE 0.
       01 CTL-NOT-MOVED        PIC 9(9) VALUE 0.
       01 CTL-MOVED            PIC 9(9) VALUE 0.
       01 CTL-STAGED           PIC 9(7) VALUE 0.
       01 CTL-REVIEW           PIC 9(7) VALUE 0.
       01 CTL-CURRENT          PIC 9(7) VALUE 0.
       01 CTL-NO-FORWARD       PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.

       *> 暫置檔/佇列列的組成（跟 INTRADAY 同一套欄位順序）
       01 CHG-ACCOUNT          PIC X(30).
       01 CHG-TEXT             PIC X(500).
       01 CHG-RECTYPE          PIC X(1).
       01 WS-CSV-ROW           PIC X(3000).
       *> 暫置時間（ExtractStamp 欄）：暫置之後主檔被別的程式改
       *> 過，ADDRMAST 就不拿這一列蓋回去（STALE-EXTRACT）
       01 WS-STAGE-STAMP       PIC X(14).
       01 WS-STAGE-TIME8       PIC 9(8).
       *> 這一列要帶的時間：匯入時暫置/進佇列的列用這一次的時間，
       *> 覆核完才放行的列沿用佇列列上的（覆核員看的是匯入當時
       *> 的主檔）
       01 WS-ROW-STAMP         PIC X(14).
       01 PEND-PTR             PIC 9(5).
       01 QF-IN                PIC X(500).
       01 QF-OUT               PIC X(1010).
       01 QF-SCAN              PIC 9(4).
       01 QF-LEN               PIC 9(4).
       01 QF-PTR               PIC 9(4).
       01 QF-TALLY             PIC 9(4).
       01 QF-TEXT              PIC X(1010).
       01 QF-OTHER             PIC X(1010).
       01 QF-LANDMARK          PIC X(1010).

       *> 各國郵遞區號格式規則（跟主批次同一份 zipformat.txt）
       01 ZIPFMT-TABLE.
           05 ZIPFMT-ITEM OCCURS 100 TIMES.
               10 ZIPFMT-COUNTRY   PIC X(30).
               10 ZIPFMT-TYPE      PIC X(1).
               10 ZIPFMT-MIN-LEN   PIC 9(2).
               10 ZIPFMT-MAX-LEN   PIC 9(2).
       01 ZIPFMT-COUNT         PIC 9(3) VALUE 0.
       01 ZIPFMT-IDX           PIC 9(3).
       01 ZIPFMT-ZIP-LEN       PIC 9(4).
       01 ZIPFMT-OK            PIC X.
       01 ZIPFMT-FOUND         PIC X.

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
       01 GH-ACTUAL            PIC X(40).
       01 GH-OK                PIC X.

       *> 彙總：遷址類別 × 生效年月，處置欄位順序
       *> 1 暫置 2 覆核 3 已是現址 4 未留轉寄 5 退件
       01 WS-DISP-IDX          PIC 9.
       01 CUR-MOVE-TYPE        PIC X(1).
       01 CUR-EFF-MONTH        PIC X(6).
       01 MONTH-COUNTS.
           05 MONTH-CNT OCCURS 5 TIMES PIC 9(9).
       01 MONTH-TOTAL          PIC 9(9).
       01 TYPE-COUNTS.
           05 TYPE-CNT OCCURS 5 TIMES PIC 9(9).
       01 TYPE-TOTAL           PIC 9(9).
       01 ALL-COUNTS.
           05 ALL-CNT OCCURS 5 TIMES PIC 9(9).
       01 ALL-TOTAL            PIC 9(9).
       01 RL-TYPE              PIC X(12).
       01 RL-MONTH             PIC X(10).
       01 RL-COUNTS.
           05 RL-CNT OCCURS 5 TIMES PIC 9(9).
       01 RL-TOTAL             PIC 9(9).
       01 RL-DISP              PIC Z(8)9.
       01 RL-PTR               PIC 9(3).

       *> 覆核結果：決議（鍵 → ACCEPT/CORRECT/SKIP，後寫的算）
       *> 與修正欄位
       01 DX-TABLE.
           05 DX-ENTRY OCCURS 2000 TIMES.
               10 DX-KEY       PIC X(100).
               10 DX-DISP      PIC X(10).
       01 DX-COUNT             PIC 9(4) VALUE 0.
       01 DX-IDX               PIC 9(4).
       01 DX-FOUND             PIC 9(4).
       01 CORR-TABLE.
           05 CORR-ENTRY OCCURS 1000 TIMES.
               10 CORR-KEY     PIC X(100).
               10 CORR-FIELD   PIC X(20).
               10 CORR-VALUE   PIC X(100).
       01 CORR-COUNT           PIC 9(4) VALUE 0.
       01 CORR-IDX             PIC 9(4).
       01 DEC-TYPE             PIC X(10).
       01 DEC-KEY              PIC X(100).
       01 DEC-FIELD            PIC X(20).
       01 DEC-VALUE            PIC X(100).
       01 ROW-KEY              PIC X(100).
       01 CTL-QUEUED           PIC 9(7) VALUE 0.
       01 CTL-ACCEPTED         PIC 9(7) VALUE 0.
       01 CTL-CORRECTED        PIC 9(7) VALUE 0.
       01 CTL-SKIPPED          PIC 9(7) VALUE 0.
       01 CTL-UNDECIDED        PIC 9(7) VALUE 0.

      *> 佇列列依分號拆欄要懂 RFC4180 引號（跟 REVIEWAPPLY 同一
      *> 套拆法）
       01 IN-REC               PIC X(3000).
       01 FLD-TABLE.
           05 FLD-VALUE OCCURS 60 TIMES PIC X(500).
       01 FLD-COUNT            PIC 9(2).
       01 CSV-SCAN             PIC 9(4).
       01 CSV-LEN              PIC 9(4).
       01 CSV-INQUOTE          PIC X.
       01 CSV-CHAR             PIC X(1).
       01 CSV-FLD-BUF          PIC X(500).
       01 CSV-FLD-PTR          PIC 9(3).

       COPY "addrparse.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAGE-TIME8 FROM TIME
           STRING WS-RUN-DATE WS-STAGE-TIME8(1:6)
               DELIMITED BY SIZE INTO WS-STAGE-STAMP
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           COMPUTE WS-QTR = (WS-RUN-MM - 1) / 3 + 1
           STRING WS-RUN-DATE(1:4) 'Q' WS-QTR
               DELIMITED BY SIZE INTO WS-PERIOD
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-PEND-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'pending_changes.txt'
               DELIMITED BY SIZE INTO WS-PEND-FILE-NAME
           MOVE SPACES TO WS-LOG-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_extract_log.txt'
               DELIMITED BY SIZE INTO WS-LOG-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'INTRADAY_PEND_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PEND-FILE-NAME
           END-IF
           MOVE SPACES TO WS-REVQ-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_review_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REVQ-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_REVIEW_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REVQ-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_ACTION'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'EXTRACT'
                   PERFORM RUN-EXTRACT
               WHEN 'IMPORT'
                   PERFORM RUN-IMPORT
               WHEN 'REVIEWED'
                   PERFORM RUN-REVIEWED
               WHEN OTHER
                   DISPLAY "COAXCHG: COA_ACTION must be EXTRACT, "
                       "IMPORT or REVIEWED"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "COAXCHG: ADDR_ENTITY must be at most 4 "
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

      *> EXTRACT：每季送件
       RUN-EXTRACT.
           MOVE SPACES TO WS-REQ-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_request_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-REQ-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_REQ_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REQ-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_CLIENT_ID'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CLIENT-ID
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_FORCE'
           MOVE FUNCTION UPPER-CASE(WS-ENV-VALUE(1:1)) TO WS-FORCE

           *> 一季送一次：送過的季別不再送，除非強迫重送
           PERFORM CHECK-PERIOD-SENT
           IF WS-PERIOD-SENT = 'Y' AND WS-FORCE NOT = 'Y'
               DISPLAY "COAXCHG: period " WS-PERIOD
                   " already sent to the vendor - set COA_FORCE=Y "
                   "to send it again"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "COAXCHG: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REQ-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY "COAXCHG: cannot create "
                   FUNCTION TRIM(WS-REQ-FILE-NAME)
                   " (status " WS-REQ-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO COA-REQ-REC
           MOVE 'H' TO COA-REQ-TYPE
           MOVE WS-CLIENT-ID TO COA-REQ-CLIENT-ID
           MOVE WS-PERIOD TO COA-REQ-PERIOD
           MOVE WS-RUN-DATE TO COA-REQ-CREATE-DATE
           WRITE REQ-LINE FROM COA-REQ-REC

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

           MOVE SPACES TO COA-REQ-REC
           MOVE 'T' TO COA-REQ-TYPE
           MOVE CTL-EXTRACTED TO COA-REQ-COUNT
           WRITE REQ-LINE FROM COA-REQ-REC
           CLOSE MAST-FILE REQ-FILE

           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO LOG-REC
           STRING WS-PERIOD ";" WS-RUN-DATE ";" CTL-EXTRACTED ";"
               FUNCTION TRIM(WS-REQ-FILE-NAME)
               DELIMITED BY SIZE INTO LOG-REC
           WRITE LOG-REC
           CLOSE LOG-FILE

           DISPLAY "COAXCHG: " CTL-EXTRACTED " mailing address(es) "
               "for period " WS-PERIOD " from " CTL-MAST-READ
               " master record(s) (" CTL-NOT-ELIGIBLE
               " not eligible) - see "
               FUNCTION TRIM(WS-REQ-FILE-NAME).

       CHECK-PERIOD-SENT.
           MOVE 'N' TO WS-PERIOD-SENT
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOG-EOF = 'Y'
               READ LOG-FILE
                   AT END MOVE 'Y' TO LOG-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LOG-PERIOD
                       UNSTRING LOG-REC DELIMITED BY ';'
                           INTO WS-LOG-PERIOD
                       END-UNSTRING
                       IF WS-LOG-PERIOD = WS-PERIOD
                           MOVE 'Y' TO WS-PERIOD-SENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

      *> 一筆主檔記錄：帳號換了先把上一個帳號留住的地址送出；
      *> 塗銷過、沒有可投遞地址、或營業地址不考慮
       CONSIDER-ONE-RECORD.
           IF MAST-ACCOUNT-ID NOT = HOLD-ACCOUNT
               *> 送出用的是記錄區，剛讀進來的這筆先存起來
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
           ADD 1 TO CTL-EXTRACTED
           MOVE SPACES TO COA-REQ-REC
           MOVE 'D' TO COA-REQ-TYPE
           MOVE CTL-EXTRACTED TO COA-REQ-SEQ
           MOVE MAST-ACCOUNT-ID TO COA-REQ-ACCOUNT
           MOVE MAST-ADDR-ROLE TO COA-REQ-ROLE

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE MAST-RM TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-F TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-BUILDING TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO COA-REQ-UNIT

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
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
           MOVE WS-LINE-BUF TO COA-REQ-LINE1

           MOVE SPACES TO WS-LINE-BUF
           MOVE 1 TO WS-LINE-PTR
           MOVE MAST-DISTRICT TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-TOWN TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-CITY TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE MAST-STATE TO WS-PART
           PERFORM APPEND-LINE-PART
           MOVE WS-LINE-BUF TO COA-REQ-LINE2

           MOVE FUNCTION TRIM(MAST-ZIP) TO COA-REQ-ZIP
           MOVE FUNCTION TRIM(MAST-COUNTRY) TO COA-REQ-COUNTRY
           MOVE MAST-UNDELIV-FLAG TO COA-REQ-UNDELIV
           WRITE REQ-LINE FROM COA-REQ-REC
           MOVE 9 TO HOLD-RANK.

      *> 非空白的欄位值接到地址行後面，中間隔一個空白
       APPEND-LINE-PART.
           IF WS-PART = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-PTR > 1
               STRING " " DELIMITED BY SIZE INTO WS-LINE-BUF
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-PART) DELIMITED BY SIZE
               INTO WS-LINE-BUF
               WITH POINTER WS-LINE-PTR
           END-STRING.

      *> IMPORT：廠商回檔
       RUN-IMPORT.
           MOVE SPACES TO WS-RES-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_result.txt'
               DELIMITED BY SIZE INTO WS-RES-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_RESULT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RES-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_MIN_MATCH'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-MIN-MATCH
           END-IF
           MOVE SPACES TO WS-MOVES-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_moves_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-MOVES-FILE-NAME
           MOVE SPACES TO WS-NFA-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_undeliv_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-NFA-FILE-NAME
           MOVE SPACES TO WS-SUM-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_summary_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SUM-FILE-NAME
           MOVE 'zipformat.txt' TO WS-ZIPFMT-FILE-NAME
           MOVE 'geo_hierarchy.txt' TO WS-HIER-FILE-NAME

           PERFORM LOAD-ZIPFMT-RULES
           PERFORM LOAD-HIERARCHY

           OPEN INPUT RES-FILE
           IF WS-RES-STATUS NOT = '00'
               DISPLAY "COAXCHG: cannot open vendor result file "
                   FUNCTION TRIM(WS-RES-FILE-NAME)
                   " (status " WS-RES-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "COAXCHG: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           *> 暫置檔跟覆核佇列都用追加，一天可以收好幾批
           OPEN EXTEND PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               OPEN OUTPUT PEND-FILE
           END-IF
           OPEN EXTEND REVQ-FILE
           IF WS-REVQ-STATUS NOT = '00'
               OPEN OUTPUT REVQ-FILE
           END-IF
           OPEN OUTPUT MOVES-FILE NFA-FILE SUM-FILE
           MOVE SPACES TO MOVES-REC
           STRING "Account;Role;MoveType;MoveDate;MatchLevel;"
               "Disposition;Reason;NewAddress"
               DELIMITED BY SIZE INTO MOVES-REC
           WRITE MOVES-REC
           MOVE SPACES TO SUM-REC
           STRING "MoveType;EffectiveMonth;Staged;Review;"
               "AlreadyCurrent;NoForwarding;Rejected;Total"
               DELIMITED BY SIZE INTO SUM-REC
           WRITE SUM-REC

           INITIALIZE ALL-COUNTS
           MOVE 0 TO ALL-TOTAL
           SORT SORT-FILE
               ASCENDING KEY SR-MOVE-TYPE SR-EFF-MONTH
               INPUT PROCEDURE IS READ-VENDOR-RESULTS
               OUTPUT PROCEDURE IS SUMMARIZE-MOVES

           MOVE '*ALL*' TO RL-TYPE
           MOVE '*TOTAL*' TO RL-MONTH
           MOVE ALL-COUNTS TO RL-COUNTS
           MOVE ALL-TOTAL TO RL-TOTAL
           PERFORM WRITE-SUMMARY-LINE
           CLOSE RES-FILE MAST-FILE PEND-FILE REVQ-FILE
               MOVES-FILE NFA-FILE SUM-FILE

           DISPLAY "COAXCHG: " CTL-DETAILS " vendor result(s), "
               CTL-MOVED " moved, " CTL-NOT-MOVED " not moved"
           DISPLAY "  Staged for tonight     : " CTL-STAGED
           DISPLAY "  Sent to review queue   : " CTL-REVIEW
               " (" FUNCTION TRIM(WS-REVQ-FILE-NAME) ")"
           DISPLAY "  Already current        : " CTL-CURRENT
           DISPLAY "  No forwarding address  : " CTL-NO-FORWARD
               " (" FUNCTION TRIM(WS-NFA-FILE-NAME) ")"
           DISPLAY "  Rejected               : " CTL-REJECTED
           DISPLAY "  Summary by move type and effective month in "
               FUNCTION TRIM(WS-SUM-FILE-NAME)
           IF WS-TRAILER-SEEN = 'N'
              OR WS-TRAILER-COUNT NOT = CTL-DETAILS
               DISPLAY "COAXCHG: WARNING vendor trailer count "
                   WS-TRAILER-COUNT " does not match " CTL-DETAILS
                   " detail record(s) read"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CTL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-VENDOR-RESULTS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RES-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE RES-LINE TO COA-RES-REC
                       EVALUATE COA-RES-TYPE
                           WHEN 'D'
                               ADD 1 TO CTL-DETAILS
                               PERFORM PROCESS-ONE-RESULT
                           WHEN 'T'
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               IF COA-RES-COUNT IS NUMERIC
                                   MOVE COA-RES-COUNT
                                       TO WS-TRAILER-COUNT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *> 一筆回檔明細：沒搬的只計數；有搬的依序檢核，決定處置
      *> 後寫處置清單並放一行進排序
       PROCESS-ONE-RESULT.
           IF COA-RES-MOVED NOT = 'Y'
               ADD 1 TO CTL-NOT-MOVED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-MOVED
           MOVE SPACES TO WS-REASON
           MOVE 'X' TO WS-DISP
           MOVE 0 TO WS-MATCH-LEVEL
           IF COA-RES-MATCH-LEVEL IS NUMERIC
               MOVE COA-RES-MATCH-LEVEL TO WS-MATCH-LEVEL
           END-IF

           *> 生效日：YYYYMMDD，只給到月的日為 00
           MOVE '000000' TO WS-EFF-MONTH
           IF COA-RES-MOVE-DATE IS NUMERIC
               MOVE COA-RES-MOVE-DATE TO WS-MOVE-DATE
               IF WS-MOVE-MM >= 1 AND WS-MOVE-MM <= 12
                  AND WS-MOVE-DD <= 31
                   MOVE COA-RES-MOVE-DATE(1:6) TO WS-EFF-MONTH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN COA-RES-MOVE-TYPE NOT = 'I'
                AND COA-RES-MOVE-TYPE NOT = 'F'
                AND COA-RES-MOVE-TYPE NOT = 'B'
                   MOVE 'unknown move type' TO WS-REASON
               WHEN WS-EFF-MONTH = '000000'
                   MOVE 'invalid move date' TO WS-REASON
               WHEN OTHER
                   MOVE COA-RES-ACCOUNT TO MAST-ACCOUNT-ID
                   MOVE COA-RES-ROLE TO MAST-ADDR-ROLE
                   READ MAST-FILE KEY IS MAST-KEY
                       INVALID KEY
                           MOVE 'account/role not on master'
                               TO WS-REASON
                       NOT INVALID KEY
                           PERFORM JUDGE-MOVE
                   END-READ
           END-EVALUATE

           EVALUATE TRUE
               WHEN DISP-STAGED
                   ADD 1 TO CTL-STAGED
                   MOVE 'STAGED' TO WS-DISP-WORD
                   PERFORM BUILD-CHANGE-ROW
                   MOVE WS-CSV-ROW TO PEND-REC
                   WRITE PEND-REC
               WHEN DISP-REVIEW
                   ADD 1 TO CTL-REVIEW
                   MOVE 'REVIEW' TO WS-DISP-WORD
                   PERFORM BUILD-CHANGE-ROW
                   MOVE WS-CSV-ROW TO REVQ-REC
                   WRITE REVQ-REC
               WHEN DISP-CURRENT
                   ADD 1 TO CTL-CURRENT
                   MOVE 'CURRENT' TO WS-DISP-WORD
               WHEN DISP-NO-FORWARD
                   ADD 1 TO CTL-NO-FORWARD
                   MOVE 'NOFORWARD' TO WS-DISP-WORD
                   MOVE SPACES TO NFA-REC
                   STRING FUNCTION TRIM(COA-RES-ACCOUNT)
                       ";COA-NFA;" WS-RUN-DATE
                       DELIMITED BY SIZE INTO NFA-REC
                   WRITE NFA-REC
               WHEN OTHER
                   ADD 1 TO CTL-REJECTED
                   MOVE 'REJECTED' TO WS-DISP-WORD
           END-EVALUATE

           MOVE SPACES TO MOVES-REC
           STRING FUNCTION TRIM(COA-RES-ACCOUNT) ";"
               FUNCTION TRIM(COA-RES-ROLE) ";"
               COA-RES-MOVE-TYPE ";"
               COA-RES-MOVE-DATE ";"
               COA-RES-MATCH-LEVEL ";"
               FUNCTION TRIM(WS-DISP-WORD) ";"
               FUNCTION TRIM(WS-REASON) ";"
               FUNCTION TRIM(COA-RES-NEW-ADDR)
               DELIMITED BY SIZE INTO MOVES-REC
           WRITE MOVES-REC

           MOVE SPACES TO SORT-REC
           MOVE COA-RES-MOVE-TYPE TO SR-MOVE-TYPE
           MOVE WS-EFF-MONTH TO SR-EFF-MONTH
           MOVE WS-DISP TO SR-DISP
           RELEASE SORT-REC.

      *> 主檔上有這個帳號/角色：沒留轉寄地址的交給退郵；有新
      *> 地址的拆欄，信心不足或任何一項檢核沒過都進覆核
       JUDGE-MOVE.
           IF COA-RES-NEW-ADDR = SPACES
               MOVE 'N' TO WS-DISP
               MOVE 'moved, no forwarding address' TO WS-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO APA-PARSE-AREA
           MOVE COA-RES-NEW-ADDR TO APA-INPUT-TEXT
           CALL 'ADDRPARSE' USING APA-PARSE-AREA

           MOVE 'R' TO WS-DISP
           IF WS-MATCH-LEVEL < WS-MIN-MATCH
               MOVE 'match level below threshold' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF APA-MATCH-FLAG NOT = 'Y'
               MOVE 'no reference-list match' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-ZIP-FORMAT
           IF ZIPFMT-OK = 'N'
               MOVE 'zip fails country format rule' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-HIERARCHY
           IF GH-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF APA-DELIV-CODE = 'U'
               MOVE 'street not in postal street directory'
                   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MOVE-DATE > WS-RUN-DATE
               MOVE 'move date in the future' TO WS-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-CURRENT
           IF WS-SAME-ADDR = 'Y'
               MOVE 'A' TO WS-DISP
               MOVE 'new address already on master' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-DISP.

      *> 客戶已經自己來改過地址：拆出來的新地址跟主檔現址的
      *> 投遞欄位都一樣就不必再暫置一次
       CHECK-ALREADY-CURRENT.
           MOVE 'N' TO WS-SAME-ADDR
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(APA-ZIP)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-ZIP))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-CITY)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-STREET)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-STREET))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-ROAD)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-ROAD))
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-AVENUE)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-AVENUE))
              AND FUNCTION TRIM(APA-NO) = FUNCTION TRIM(MAST-NO)
              AND FUNCTION TRIM(APA-RM) = FUNCTION TRIM(MAST-RM)
              AND FUNCTION TRIM(APA-F) = FUNCTION TRIM(MAST-F)
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(APA-POBOX)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-POBOX))
               MOVE 'Y' TO WS-SAME-ADDR
           END-IF.

      *> 暫置/覆核列：標準輸出 CSV 欄位順序（Chinese 留空、
      *> Original = 新地址原文），RecType 依地址角色填 M/P，
      *> ADDRMAST 套用時改的是送件時那一個角色
       BUILD-CHANGE-ROW.
           MOVE WS-STAGE-STAMP TO WS-ROW-STAMP
           MOVE COA-RES-NEW-ADDR TO CHG-TEXT
           MOVE COA-RES-ACCOUNT TO CHG-ACCOUNT
           IF COA-RES-ROLE = 'MAILING'
               MOVE 'M' TO CHG-RECTYPE
           ELSE
               MOVE 'P' TO CHG-RECTYPE
           END-IF
           PERFORM FORMAT-CSV-ROW.

       FORMAT-CSV-ROW.
           MOVE CHG-TEXT TO QF-IN
           PERFORM QUOTE-CSV-FIELD
           MOVE QF-OUT TO QF-TEXT
           MOVE APA-OTHER TO QF-IN
           PERFORM QUOTE-CSV-FIELD
           MOVE QF-OUT TO QF-OTHER
           MOVE APA-LANDMARK TO QF-IN
           PERFORM QUOTE-CSV-FIELD
           MOVE QF-OUT TO QF-LANDMARK
           MOVE SPACES TO WS-CSV-ROW
           MOVE 1 TO PEND-PTR
           STRING ";" FUNCTION TRIM(QF-TEXT) ";"
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
               FUNCTION TRIM(APA-DISTRICT) ";"
               FUNCTION TRIM(APA-CITY) ";"
               DELIMITED BY SIZE INTO WS-CSV-ROW
               WITH POINTER PEND-PTR
           END-STRING
           STRING FUNCTION TRIM(APA-COUNTY) ";"
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
               FUNCTION TRIM(QF-OTHER) ";;"
               APA-SCORE ";"
               FUNCTION TRIM(CHG-ACCOUNT) ";"
               FUNCTION TRIM(QF-LANDMARK)
               ";;;;;;;;;" CHG-RECTYPE
               ";;;;;;;;;;" WS-ROW-STAMP
               DELIMITED BY SIZE INTO WS-CSV-ROW
               WITH POINTER PEND-PTR
           END-STRING.

      *> 排好的處置逐行數：生效年月換了寫月份行，遷址類別換了
      *> 再寫類別小計行
       SUMMARIZE-MOVES.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN
           PERFORM UNTIL SORT-EOF = 'Y'
               MOVE SR-MOVE-TYPE TO CUR-MOVE-TYPE
               INITIALIZE TYPE-COUNTS
               MOVE 0 TO TYPE-TOTAL
               PERFORM UNTIL SORT-EOF = 'Y'
                          OR SR-MOVE-TYPE NOT = CUR-MOVE-TYPE
                   PERFORM COUNT-ONE-MONTH
               END-PERFORM
               PERFORM SET-TYPE-LABEL
               MOVE '*TOTAL*' TO RL-MONTH
               MOVE TYPE-COUNTS TO RL-COUNTS
               MOVE TYPE-TOTAL TO RL-TOTAL
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM.

       COUNT-ONE-MONTH.
           MOVE SR-EFF-MONTH TO CUR-EFF-MONTH
           INITIALIZE MONTH-COUNTS
           MOVE 0 TO MONTH-TOTAL
           PERFORM UNTIL SORT-EOF = 'Y'
                      OR SR-MOVE-TYPE NOT = CUR-MOVE-TYPE
                      OR SR-EFF-MONTH NOT = CUR-EFF-MONTH
               EVALUATE SR-DISP
                   WHEN 'S' MOVE 1 TO WS-DISP-IDX
                   WHEN 'R' MOVE 2 TO WS-DISP-IDX
                   WHEN 'A' MOVE 3 TO WS-DISP-IDX
                   WHEN 'N' MOVE 4 TO WS-DISP-IDX
                   WHEN OTHER MOVE 5 TO WS-DISP-IDX
               END-EVALUATE
               ADD 1 TO MONTH-CNT(WS-DISP-IDX) MONTH-TOTAL
               ADD 1 TO TYPE-CNT(WS-DISP-IDX) TYPE-TOTAL
               ADD 1 TO ALL-CNT(WS-DISP-IDX) ALL-TOTAL
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
           END-PERFORM
           PERFORM SET-TYPE-LABEL
           IF CUR-EFF-MONTH = '000000'
               MOVE '(invalid)' TO RL-MONTH
           ELSE
               MOVE CUR-EFF-MONTH TO RL-MONTH
           END-IF
           MOVE MONTH-COUNTS TO RL-COUNTS
           MOVE MONTH-TOTAL TO RL-TOTAL
           PERFORM WRITE-SUMMARY-LINE.

       SET-TYPE-LABEL.
           EVALUATE CUR-MOVE-TYPE
               WHEN 'I' MOVE 'INDIVIDUAL' TO RL-TYPE
               WHEN 'F' MOVE 'FAMILY' TO RL-TYPE
               WHEN 'B' MOVE 'BUSINESS' TO RL-TYPE
               WHEN OTHER MOVE '(unknown)' TO RL-TYPE
           END-EVALUATE.

      *> MoveType;EffectiveMonth;五個處置計數;合計
       WRITE-SUMMARY-LINE.
           MOVE SPACES TO SUM-REC
           MOVE 1 TO RL-PTR
           STRING FUNCTION TRIM(RL-TYPE) ";"
               FUNCTION TRIM(RL-MONTH)
               DELIMITED BY SIZE INTO SUM-REC
               WITH POINTER RL-PTR
           END-STRING
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > 5
               MOVE RL-CNT(WS-DISP-IDX) TO RL-DISP
               STRING ";" FUNCTION TRIM(RL-DISP)
                   DELIMITED BY SIZE INTO SUM-REC
                   WITH POINTER RL-PTR
               END-STRING
           END-PERFORM
           MOVE RL-TOTAL TO RL-DISP
           STRING ";" FUNCTION TRIM(RL-DISP)
               DELIMITED BY SIZE INTO SUM-REC
               WITH POINTER RL-PTR
           END-STRING
           WRITE SUM-REC.

      *> REVIEWED：覆核完的遷址項目寫進暫置檔
       RUN-REVIEWED.
           MOVE SPACES TO WS-DECISION-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'coa_decisions_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-DECISION-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'COA_DECISION_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DECISION-FILE-NAME
           END-IF
           PERFORM LOAD-DECISIONS

           OPEN INPUT REVQ-FILE
           IF WS-REVQ-STATUS NOT = '00'
               DISPLAY "COAXCHG: cannot open review queue "
                   FUNCTION TRIM(WS-REVQ-FILE-NAME)
                   " (status " WS-REVQ-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               OPEN OUTPUT PEND-FILE
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ REVQ-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(REVQ-REC) NOT = SPACES
                           ADD 1 TO CTL-QUEUED
                           PERFORM RELEASE-ONE-REVIEWED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVQ-FILE PEND-FILE

           DISPLAY "COAXCHG: " CTL-QUEUED " queued move(s) - "
               CTL-ACCEPTED " accepted and " CTL-CORRECTED
               " corrected staged for tonight, " CTL-SKIPPED
               " skipped, " CTL-UNDECIDED " not yet reviewed".

       LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS NOT = '00'
               DISPLAY "COAXCHG: cannot open decision file "
                   FUNCTION TRIM(WS-DECISION-FILE-NAME)
                   " (status " WS-DECISION-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DECISION-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO DEC-TYPE DEC-KEY DEC-FIELD
                           DEC-VALUE
                       UNSTRING DECISION-REC DELIMITED BY ';'
                           INTO DEC-TYPE DEC-KEY DEC-FIELD DEC-VALUE
                       END-UNSTRING
                       EVALUATE FUNCTION TRIM(DEC-TYPE)
                           WHEN 'DECISION'
                               IF DX-COUNT < 2000
                                   ADD 1 TO DX-COUNT
                                   MOVE DEC-KEY TO DX-KEY(DX-COUNT)
                                   MOVE FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(DEC-FIELD))
                                       TO DX-DISP(DX-COUNT)
                               END-IF
                           WHEN 'CORRECT'
                               IF CORR-COUNT < 1000
                                   ADD 1 TO CORR-COUNT
                                   MOVE DEC-KEY TO CORR-KEY(CORR-COUNT)
                                   MOVE FUNCTION UPPER-CASE(
                                       FUNCTION TRIM(DEC-FIELD))
                                       TO CORR-FIELD(CORR-COUNT)
                                   MOVE DEC-VALUE
                                       TO CORR-VALUE(CORR-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE
           MOVE 'N' TO EOF-FLAG.

      *> 一行佇列：鍵跟 REVIEWQ 同一套（帳號，沒有就原文），
      *> 找它最後一次的決議
       RELEASE-ONE-REVIEWED.
           MOVE REVQ-REC TO IN-REC
           PERFORM SPLIT-CSV-RECORD
           IF FUNCTION TRIM(FLD-VALUE(34)) NOT = SPACES
               MOVE FUNCTION TRIM(FLD-VALUE(34)) TO ROW-KEY
           ELSE
               MOVE FUNCTION TRIM(FLD-VALUE(2)) TO ROW-KEY
           END-IF
           MOVE 0 TO DX-FOUND
           PERFORM VARYING DX-IDX FROM 1 BY 1 UNTIL DX-IDX > DX-COUNT
               IF DX-KEY(DX-IDX) = ROW-KEY
                   MOVE DX-IDX TO DX-FOUND
               END-IF
           END-PERFORM
           IF DX-FOUND = 0
               ADD 1 TO CTL-UNDECIDED
               EXIT PARAGRAPH
           END-IF
           EVALUATE DX-DISP(DX-FOUND)
               WHEN 'ACCEPT'
                   ADD 1 TO CTL-ACCEPTED
               WHEN 'CORRECT'
                   ADD 1 TO CTL-CORRECTED
               WHEN OTHER
                   ADD 1 TO CTL-SKIPPED
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM LOAD-APA-FROM-ROW
           IF DX-DISP(DX-FOUND) = 'CORRECT'
               PERFORM VARYING CORR-IDX FROM 1 BY 1
                       UNTIL CORR-IDX > CORR-COUNT
                   IF CORR-KEY(CORR-IDX) = ROW-KEY
                       PERFORM SET-APA-FIELD-BY-NAME
                   END-IF
               END-PERFORM
           END-IF
           MOVE FLD-VALUE(2) TO CHG-TEXT
           MOVE FLD-VALUE(34) TO CHG-ACCOUNT
           MOVE FLD-VALUE(44) TO CHG-RECTYPE
           MOVE WS-STAGE-STAMP TO WS-ROW-STAMP
           IF FUNCTION TRIM(FLD-VALUE(54)) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(FLD-VALUE(54))) = 14
               MOVE FUNCTION TRIM(FLD-VALUE(54)) TO WS-ROW-STAMP
           END-IF
           PERFORM FORMAT-CSV-ROW
           MOVE WS-CSV-ROW TO PEND-REC
           WRITE PEND-REC.

      *> 佇列列上覆核員看到的欄位值放回 ADDRPARSE 交換區
       LOAD-APA-FROM-ROW.
           MOVE SPACES TO APA-PARSE-AREA
           MOVE FLD-VALUE(3)  TO APA-RM
           MOVE FLD-VALUE(4)  TO APA-F
           MOVE FLD-VALUE(5)  TO APA-BUILDING
           MOVE FLD-VALUE(6)  TO APA-NO
           MOVE FLD-VALUE(7)  TO APA-ALY
           MOVE FLD-VALUE(8)  TO APA-LN
           MOVE FLD-VALUE(9)  TO APA-SEC
           MOVE FLD-VALUE(10) TO APA-STREET
           MOVE FLD-VALUE(11) TO APA-AVENUE
           MOVE FLD-VALUE(12) TO APA-WAY
           MOVE FLD-VALUE(13) TO APA-BLVD
           MOVE FLD-VALUE(14) TO APA-ROAD
           MOVE FLD-VALUE(15) TO APA-DRIVE
           MOVE FLD-VALUE(16) TO APA-TOWN
           MOVE FLD-VALUE(17) TO APA-DISTRICT
           MOVE FLD-VALUE(18) TO APA-CITY
           MOVE FLD-VALUE(19) TO APA-COUNTY
           MOVE FLD-VALUE(20) TO APA-PROVINCE
           MOVE FLD-VALUE(21) TO APA-STATE
           MOVE FLD-VALUE(22) TO APA-ZIP
           MOVE FLD-VALUE(23) TO APA-COUNTRY
           MOVE FLD-VALUE(24) TO APA-POBOX
           MOVE FLD-VALUE(25) TO APA-LOC1
           MOVE FLD-VALUE(26) TO APA-LOC2
           MOVE FLD-VALUE(27) TO APA-LOC3
           MOVE FLD-VALUE(28) TO APA-LOC4
           MOVE FLD-VALUE(29) TO APA-LOC5
           MOVE FLD-VALUE(30) TO APA-LOC6
           MOVE FLD-VALUE(31) TO APA-OTHER
           MOVE 0 TO APA-SCORE
           IF FUNCTION TRIM(FLD-VALUE(33)) IS NUMERIC
               MOVE FUNCTION NUMVAL(FLD-VALUE(33)) TO APA-SCORE
           END-IF
           MOVE FLD-VALUE(35) TO APA-LANDMARK.

      *> 修正行的欄位名稱（REVIEWQ 用輸出欄位的名字）對應到
      *> 交換區欄位
       SET-APA-FIELD-BY-NAME.
           EVALUATE CORR-FIELD(CORR-IDX)
               WHEN 'RM'             MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-RM
               WHEN 'F'              MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-F
               WHEN 'BUILDING'       MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-BUILDING
               WHEN 'NO'             MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-NO
               WHEN 'ALY'            MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-ALY
               WHEN 'LN'             MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-LN
               WHEN 'SEC'            MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-SEC
               WHEN 'STREET_ST'      MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-STREET
               WHEN 'AVENUE_AVE'     MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-AVENUE
               WHEN 'WAY'            MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-WAY
               WHEN 'BOULEVARD_BLVD' MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-BLVD
               WHEN 'ROAD_RD'        MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-ROAD
               WHEN 'DRIVE_DR'       MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-DRIVE
               WHEN 'TOWN'           MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-TOWN
               WHEN 'DISTRICT'       MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-DISTRICT
               WHEN 'CITY'           MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-CITY
               WHEN 'COUNTY'         MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-COUNTY
               WHEN 'PROVINCE'       MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-PROVINCE
               WHEN 'STATE'          MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-STATE
               WHEN 'ZIP'            MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-ZIP
               WHEN 'COUNTRY'        MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-COUNTRY
               WHEN 'POBOX'          MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-POBOX
               WHEN 'LOCATION1'      MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-LOC1
               WHEN 'LOCATION2'      MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-LOC2
               WHEN 'LOCATION3'      MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-LOC3
               WHEN 'LOCATION4'      MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-LOC4
               WHEN 'LOCATION5'      MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-LOC5
               WHEN 'LOCATION6'      MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-LOC6
               WHEN 'OTHER'          MOVE CORR-VALUE(CORR-IDX)
                                         TO APA-OTHER
               WHEN OTHER
                   DISPLAY "WARNING: unknown correction field "
                       FUNCTION TRIM(CORR-FIELD(CORR-IDX))
                       " for key " FUNCTION TRIM(ROW-KEY)
           END-EVALUATE.

       SPLIT-CSV-RECORD.
           MOVE 0 TO FLD-COUNT
           MOVE SPACES TO FLD-TABLE
           MOVE SPACES TO CSV-FLD-BUF
           MOVE 1 TO CSV-FLD-PTR
           MOVE 'N' TO CSV-INQUOTE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IN-REC TRAILING))
               TO CSV-LEN
           MOVE 1 TO CSV-SCAN
           PERFORM UNTIL CSV-SCAN > CSV-LEN
               MOVE IN-REC(CSV-SCAN:1) TO CSV-CHAR
               EVALUATE TRUE
                   WHEN CSV-CHAR = '"' AND CSV-INQUOTE = 'Y'
                        AND CSV-SCAN < CSV-LEN
                        AND IN-REC(CSV-SCAN + 1:1) = '"'
                       STRING '"' DELIMITED BY SIZE
                           INTO CSV-FLD-BUF
                           WITH POINTER CSV-FLD-PTR
                       END-STRING
                       ADD 1 TO CSV-SCAN
                   WHEN CSV-CHAR = '"'
                       IF CSV-INQUOTE = 'Y'
                           MOVE 'N' TO CSV-INQUOTE
                       ELSE
                           MOVE 'Y' TO CSV-INQUOTE
                       END-IF
                   WHEN CSV-CHAR = ';' AND CSV-INQUOTE = 'N'
                       PERFORM STORE-CSV-FIELD
                   WHEN OTHER
                       STRING CSV-CHAR DELIMITED BY SIZE
                           INTO CSV-FLD-BUF
                           WITH POINTER CSV-FLD-PTR
                       END-STRING
               END-EVALUATE
               ADD 1 TO CSV-SCAN
           END-PERFORM
           PERFORM STORE-CSV-FIELD.

       STORE-CSV-FIELD.
           IF FLD-COUNT < 60
               ADD 1 TO FLD-COUNT
               MOVE CSV-FLD-BUF TO FLD-VALUE(FLD-COUNT)
           END-IF
           MOVE SPACES TO CSV-FLD-BUF
           MOVE 1 TO CSV-FLD-PTR.

      *> 欄位值含分號或雙引號時補上 RFC4180 引號（整值包雙引
      *> 號、內含的雙引號寫成兩個），其他值原樣放行。
       QUOTE-CSV-FIELD.
           MOVE SPACES TO QF-OUT
           MOVE 0 TO QF-TALLY
           INSPECT QF-IN TALLYING QF-TALLY FOR ALL ';'
           INSPECT QF-IN TALLYING QF-TALLY FOR ALL '"'
           IF QF-TALLY = 0
               MOVE QF-IN TO QF-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(QF-IN TRAILING))
               TO QF-LEN
           MOVE 1 TO QF-PTR
           STRING '"' DELIMITED BY SIZE INTO QF-OUT
               WITH POINTER QF-PTR
           END-STRING
           PERFORM VARYING QF-SCAN FROM 1 BY 1 UNTIL QF-SCAN > QF-LEN
               IF QF-IN(QF-SCAN:1) = '"'
                   STRING '""' DELIMITED BY SIZE INTO QF-OUT
                       WITH POINTER QF-PTR
                   END-STRING
               ELSE
                   STRING QF-IN(QF-SCAN:1) DELIMITED BY SIZE
                       INTO QF-OUT
                       WITH POINTER QF-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE INTO QF-OUT
               WITH POINTER QF-PTR
           END-STRING.

       LOAD-ZIPFMT-RULES.
           OPEN INPUT ZIPFMT-FILE
           IF WS-REF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ZIPFMT-EOF = 'Y'
               READ ZIPFMT-FILE
                   AT END MOVE 'Y' TO ZIPFMT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ZIPFMT-REC) NOT = SPACES
                          AND ZIPFMT-COUNT < 100
                           ADD 1 TO ZIPFMT-COUNT
                           UNSTRING ZIPFMT-REC DELIMITED BY ','
                               INTO ZIPFMT-COUNTRY(ZIPFMT-COUNT)
                                    ZIPFMT-TYPE(ZIPFMT-COUNT)
                                    ZIPFMT-MIN-LEN(ZIPFMT-COUNT)
                                    ZIPFMT-MAX-LEN(ZIPFMT-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ZIPFMT-FILE.

       LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-REF-STATUS NOT = '00'
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

       *> 跟主批次同一條規則：國家有格式規則時查長度與字元類別
       VALIDATE-ZIP-FORMAT.
           MOVE 'Y' TO ZIPFMT-OK
           MOVE 'N' TO ZIPFMT-FOUND
           IF FUNCTION TRIM(APA-ZIP) = SPACES
              OR FUNCTION TRIM(APA-COUNTRY) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ZIPFMT-IDX FROM 1 BY 1
                   UNTIL ZIPFMT-IDX > ZIPFMT-COUNT
                      OR ZIPFMT-FOUND = 'Y'
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(APA-COUNTRY)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(
                  ZIPFMT-COUNTRY(ZIPFMT-IDX)))
                   MOVE 'Y' TO ZIPFMT-FOUND
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(APA-ZIP))
                       TO ZIPFMT-ZIP-LEN
                   IF ZIPFMT-ZIP-LEN < ZIPFMT-MIN-LEN(ZIPFMT-IDX)
                      OR ZIPFMT-ZIP-LEN > ZIPFMT-MAX-LEN(ZIPFMT-IDX)
                       MOVE 'N' TO ZIPFMT-OK
                   END-IF
                   IF ZIPFMT-TYPE(ZIPFMT-IDX) = 'N'
                      AND FUNCTION TRIM(APA-ZIP) IS NOT NUMERIC
                       MOVE 'N' TO ZIPFMT-OK
                   END-IF
               END-IF
           END-PERFORM.

       *> 行政區層級：DISTRICT 要屬於 CITY、CITY 要屬於 STATE
       *> （STATE 空白就比 COUNTRY），層級表查不到的不檢核。
       VALIDATE-HIERARCHY.
           MOVE 'Y' TO GH-OK
           IF HIER-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(APA-DISTRICT) NOT = SPACES
              AND FUNCTION TRIM(APA-CITY) NOT = SPACES
               MOVE 'DISTRICT' TO GH-CHECK-TYPE
               MOVE APA-DISTRICT TO GH-CHECK-CHILD
               MOVE APA-CITY TO GH-ACTUAL
               PERFORM CHECK-ONE-PAIR
           END-IF
           IF GH-OK = 'Y'
              AND FUNCTION TRIM(APA-CITY) NOT = SPACES
              AND (FUNCTION TRIM(APA-STATE) NOT = SPACES
                   OR FUNCTION TRIM(APA-COUNTRY) NOT = SPACES)
               MOVE 'CITY' TO GH-CHECK-TYPE
               MOVE APA-CITY TO GH-CHECK-CHILD
               IF FUNCTION TRIM(APA-STATE) NOT = SPACES
                   MOVE APA-STATE TO GH-ACTUAL
               ELSE
                   MOVE APA-COUNTRY TO GH-ACTUAL
               END-IF
               PERFORM CHECK-ONE-PAIR
           END-IF.

       CHECK-ONE-PAIR.
           MOVE 0 TO GH-FOUND
           PERFORM VARYING GH-IDX FROM 1 BY 1
                   UNTIL GH-IDX > HIER-COUNT OR GH-FOUND > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(GH-TYPE(GH-IDX)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(GH-CHECK-TYPE))
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                      GH-CHILD(GH-IDX))) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(
                      GH-CHECK-CHILD))
                   MOVE GH-IDX TO GH-FOUND
               END-IF
           END-PERFORM
           IF GH-FOUND > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(GH-ACTUAL)) NOT =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(
                  GH-PARENT(GH-FOUND)))
                   MOVE 'N' TO GH-OK
                   MOVE SPACES TO WS-REASON
                   STRING 'geo hierarchy: '
                       FUNCTION TRIM(GH-CHECK-CHILD)
                       ' is not in '
                       FUNCTION TRIM(GH-ACTUAL)
                       DELIMITED BY SIZE INTO WS-REASON
               END-IF
           END-IF.
