       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREARPT.
      *> 主管機關季報：按官方行政區代碼數帳戶，依申報格式出固定
      *> 長度檔，不必再從 MATCHRPT 輸出手工對。先跑 AREACODE 把代碼
      *> 指定到主檔上，再跑這支。
      *> 一個帳號只算一次：帳號底下有代碼的地址記錄取
      *> RESIDENTIAL，沒有再取 BUSINESS，再來 MAILING；三種角色都
      *> 沒代碼的帳號不進申報，進例外清單給人工補。
      *> 申報檔（每行 80 碼）：
      *>   H 機構代碼 X(10) 申報期別 YYYYQn 製表日 YYYYMMDD
      *>   D 行政區代碼 X(10) 行政區名稱 X(40) 帳戶數 9(9)
      *>   T 明細筆數 9(6) 申報帳戶數 9(9) 未指定代碼帳戶數 9(9)
      *> 例外清單分號分欄：Account;Role;Country;City;District
      *> 期別預設是製表日前一個已結束的季度。
      *>   ADDRMAST_MAST_FILE  = 主檔（預設 address_master.dat）
      *>   AREACODE_TABLE_FILE = 代碼表（預設 admin_area_codes.txt，
      *>                         只拿名稱）
      *>   AREARPT_BANK_CODE   = 申報機構代碼（必填）
      *>   AREARPT_PERIOD      = 申報期別 YYYYQn
      *>   AREARPT_OUT_FILE    = 申報檔（預設 area_filing_YYYYQn.txt）
      *>   AREARPT_EXC_FILE    = 例外清單
      *>                         （預設 area_uncoded_YYYYQn.txt）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO "arearpt_work.tmp".
           SELECT CODE-FILE ASSIGN TO DYNAMIC WS-CODE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT FILING-FILE ASSIGN TO DYNAMIC WS-FILING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXC-FILE ASSIGN TO DYNAMIC WS-EXC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> 一個帳號一行，依行政區代碼排好
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-AREA-CODE PIC X(10).
           05 SR-ACCOUNT   PIC X(30).

       FD  CODE-FILE.
       01  CODE-REC        PIC X(200).
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  FILING-FILE.
       01  FILING-REC      PIC X(80).
       FD  EXC-FILE.
       01  EXC-REC         PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR      PIC 9(4).
           05 WS-RUN-MONTH     PIC 9(2).
           05 WS-RUN-DAY       PIC 9(2).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-CODE-FILE-NAME    PIC X(100).
       01 WS-CODE-STATUS       PIC XX.
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-FILING-FILE-NAME  PIC X(100).
       01 WS-EXC-FILE-NAME     PIC X(100).
       01 WS-BANK-CODE         PIC X(10).
       01 CODE-EOF             PIC X VALUE 'N'.
       01 MAST-EOF             PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.

       *> 申報期別 YYYYQn
       01 WS-PERIOD.
           05 WS-PERIOD-YEAR   PIC 9(4).
           05 WS-PERIOD-Q      PIC X(1).
           05 WS-PERIOD-NO     PIC 9(1).

       *> 代碼 → 名稱（代碼表同一個代碼取第一行的名稱）
       01 AN-TABLE.
           05 AN-ENTRY OCCURS 5000 TIMES.
               10 AN-CODE        PIC X(10).
               10 AN-NAME        PIC X(40).
       01 AN-COUNT             PIC 9(5) VALUE 0.
       01 AN-IDX               PIC 9(5).
       01 AN-LINE-COUNTRY      PIC X(40).
       01 AN-LINE-CITY         PIC X(40).
       01 AN-LINE-DISTRICT     PIC X(40).

       *> 目前這個帳號：有代碼的最優先角色、沒代碼時例外清單
       *> 要印的那一筆
       01 CUR-ACCOUNT          PIC X(30).
       01 CUR-CODE             PIC X(10).
       01 CUR-CODE-RANK        PIC 9.
       01 CUR-ANY-RANK         PIC 9.
       01 CUR-ANY-ROLE         PIC X(12).
       01 CUR-ANY-COUNTRY      PIC X(50).
       01 CUR-ANY-CITY         PIC X(50).
       01 CUR-ANY-DISTRICT     PIC X(50).
       01 WS-ROLE-RANK         PIC 9.

       01 CUR-AREA-CODE        PIC X(10).
       01 AREA-COUNT           PIC 9(9).

       01 CTL-RECORDS          PIC 9(7) VALUE 0.
       01 CTL-ACCOUNTS         PIC 9(9) VALUE 0.
       01 CTL-CODED            PIC 9(9) VALUE 0.
       01 CTL-UNCODED          PIC 9(9) VALUE 0.
       01 CTL-DETAIL           PIC 9(6) VALUE 0.

       *> 申報檔三種記錄
       01 FH-RECORD.
           05 FH-TYPE          PIC X(1)  VALUE 'H'.
           05 FH-BANK-CODE     PIC X(10).
           05 FH-PERIOD        PIC X(6).
           05 FH-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X(55) VALUE SPACES.
       01 DT-RECORD.
           05 DT-TYPE          PIC X(1)  VALUE 'D'.
           05 DT-AREA-CODE     PIC X(10).
           05 DT-AREA-NAME     PIC X(40).
           05 DT-ACCOUNTS      PIC 9(9).
           05 FILLER           PIC X(20) VALUE SPACES.
       01 FT-RECORD.
           05 FT-TYPE          PIC X(1)  VALUE 'T'.
           05 FT-DETAIL-COUNT  PIC 9(6).
           05 FT-ACCOUNTS      PIC 9(9).
           05 FT-UNCODED       PIC 9(9).
           05 FILLER           PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'AREARPT_BANK_CODE'
           IF WS-ENV-VALUE = SPACES
               DISPLAY "AREARPT: AREARPT_BANK_CODE is not set"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-BANK-CODE

           *> 預設期別：製表日前一個已結束的季度
           MOVE 'Q' TO WS-PERIOD-Q
           IF WS-RUN-MONTH < 4
               COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
               MOVE 4 TO WS-PERIOD-NO
           ELSE
               MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
               COMPUTE WS-PERIOD-NO = (WS-RUN-MONTH - 1) / 3
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'AREARPT_PERIOD'
           IF WS-ENV-VALUE NOT = SPACES
               IF WS-ENV-VALUE(1:4) IS NOT NUMERIC
                  OR FUNCTION UPPER-CASE(WS-ENV-VALUE(5:1)) NOT = 'Q'
                  OR WS-ENV-VALUE(6:1) < '1'
                  OR WS-ENV-VALUE(6:1) > '4'
                  OR WS-ENV-VALUE(7:) NOT = SPACES
                   DISPLAY "AREARPT: AREARPT_PERIOD must be YYYYQn, "
                       "got " FUNCTION TRIM(WS-ENV-VALUE)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENV-VALUE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-ENV-VALUE(6:1) TO WS-PERIOD-NO
           END-IF

           MOVE 'admin_area_codes.txt' TO WS-CODE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'AREACODE_TABLE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CODE-FILE-NAME
           END-IF
           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           STRING 'area_filing_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-FILING-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'AREARPT_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FILING-FILE-NAME
           END-IF
           STRING 'area_uncoded_' WS-PERIOD '.txt'
               DELIMITED BY SIZE INTO WS-EXC-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'AREARPT_EXC_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXC-FILE-NAME
           END-IF

           PERFORM LOAD-AREA-NAMES

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "AREARPT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FILING-FILE EXC-FILE
           MOVE WS-BANK-CODE TO FH-BANK-CODE
           MOVE WS-PERIOD TO FH-PERIOD
           MOVE WS-RUN-DATE TO FH-RUN-DATE
           MOVE FH-RECORD TO FILING-REC
           WRITE FILING-REC
           MOVE "Account;Role;Country;City;District" TO EXC-REC
           WRITE EXC-REC

           SORT SORT-FILE
               ASCENDING KEY SR-AREA-CODE SR-ACCOUNT
               INPUT PROCEDURE IS FEED-MASTER
               OUTPUT PROCEDURE IS COUNT-BY-AREA
           CLOSE MAST-FILE

           MOVE CTL-DETAIL TO FT-DETAIL-COUNT
           MOVE CTL-CODED TO FT-ACCOUNTS
           MOVE CTL-UNCODED TO FT-UNCODED
           MOVE FT-RECORD TO FILING-REC
           WRITE FILING-REC
           CLOSE FILING-FILE EXC-FILE

           DISPLAY "AREARPT: period " WS-PERIOD ", " CTL-CODED
               " account(s) in " CTL-DETAIL " area code(s) - see "
               FUNCTION TRIM(WS-FILING-FILE-NAME)
           IF CTL-UNCODED > 0
               DISPLAY "AREARPT: " CTL-UNCODED " account(s) without "
                   "an area code - see "
                   FUNCTION TRIM(WS-EXC-FILE-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 代碼表：國家;城市;行政區;代碼;名稱，只收代碼跟名稱
       LOAD-AREA-NAMES.
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
                          AND AN-COUNT < 5000
                           ADD 1 TO AN-COUNT
                           UNSTRING CODE-REC DELIMITED BY ';'
                               INTO AN-LINE-COUNTRY
                                    AN-LINE-CITY
                                    AN-LINE-DISTRICT
                                    AN-CODE(AN-COUNT)
                                    AN-NAME(AN-COUNT)
                           END-UNSTRING
                           MOVE FUNCTION TRIM(AN-CODE(AN-COUNT))
                               TO AN-CODE(AN-COUNT)
                           MOVE FUNCTION TRIM(AN-NAME(AN-COUNT))
                               TO AN-NAME(AN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CODE-FILE.

       *> 主檔依主鍵走，同一個帳號的各角色記錄連在一起；帳號換了
       *> 就把上一個帳號放進排序（或寫進例外清單）
       FEED-MASTER.
           MOVE SPACES TO CUR-ACCOUNT
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO MAST-EOF
           END-START
           PERFORM UNTIL MAST-EOF = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
                   NOT AT END PERFORM TAKE-MASTER-RECORD
               END-READ
           END-PERFORM
           IF CUR-ACCOUNT NOT = SPACES
               PERFORM RELEASE-ONE-ACCOUNT
           END-IF.

       TAKE-MASTER-RECORD.
           ADD 1 TO CTL-RECORDS
           IF MAST-ACCOUNT-ID NOT = CUR-ACCOUNT
               IF CUR-ACCOUNT NOT = SPACES
                   PERFORM RELEASE-ONE-ACCOUNT
               END-IF
               MOVE MAST-ACCOUNT-ID TO CUR-ACCOUNT
               MOVE SPACES TO CUR-CODE
               MOVE 0 TO CUR-CODE-RANK
               MOVE 0 TO CUR-ANY-RANK
               MOVE SPACES TO CUR-ANY-ROLE
           END-IF
           *> 角色順位：RESIDENTIAL 3、BUSINESS 2、MAILING 1
           EVALUATE TRUE
               WHEN MAST-ROLE-RESIDENTIAL MOVE 3 TO WS-ROLE-RANK
               WHEN MAST-ROLE-BUSINESS    MOVE 2 TO WS-ROLE-RANK
               WHEN OTHER                 MOVE 1 TO WS-ROLE-RANK
           END-EVALUATE
           IF WS-ROLE-RANK > CUR-ANY-RANK
              OR CUR-ANY-ROLE = SPACES
               MOVE WS-ROLE-RANK TO CUR-ANY-RANK
               MOVE MAST-ADDR-ROLE TO CUR-ANY-ROLE
               MOVE MAST-COUNTRY TO CUR-ANY-COUNTRY
               MOVE MAST-CITY TO CUR-ANY-CITY
               MOVE MAST-DISTRICT TO CUR-ANY-DISTRICT
           END-IF
           IF MAST-AREA-CODE NOT = SPACES
              AND WS-ROLE-RANK > CUR-CODE-RANK
               MOVE WS-ROLE-RANK TO CUR-CODE-RANK
               MOVE MAST-AREA-CODE TO CUR-CODE
           END-IF.

       RELEASE-ONE-ACCOUNT.
           ADD 1 TO CTL-ACCOUNTS
           IF CUR-CODE = SPACES
               ADD 1 TO CTL-UNCODED
               MOVE SPACES TO EXC-REC
               STRING FUNCTION TRIM(CUR-ACCOUNT) ";"
                   FUNCTION TRIM(CUR-ANY-ROLE) ";"
                   FUNCTION TRIM(CUR-ANY-COUNTRY) ";"
                   FUNCTION TRIM(CUR-ANY-CITY) ";"
                   FUNCTION TRIM(CUR-ANY-DISTRICT)
                   DELIMITED BY SIZE INTO EXC-REC
               WRITE EXC-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-CODED
           MOVE CUR-CODE TO SR-AREA-CODE
           MOVE CUR-ACCOUNT TO SR-ACCOUNT
           RELEASE SORT-REC.

       *> 排好的帳號逐行數：代碼換了寫一筆明細
       COUNT-BY-AREA.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORT-EOF
           END-RETURN
           PERFORM UNTIL SORT-EOF = 'Y'
               MOVE SR-AREA-CODE TO CUR-AREA-CODE
               MOVE 0 TO AREA-COUNT
               PERFORM UNTIL SORT-EOF = 'Y'
                          OR SR-AREA-CODE NOT = CUR-AREA-CODE
                   ADD 1 TO AREA-COUNT
                   RETURN SORT-FILE
                       AT END MOVE 'Y' TO SORT-EOF
                   END-RETURN
               END-PERFORM
               PERFORM WRITE-AREA-DETAIL
           END-PERFORM.

       WRITE-AREA-DETAIL.
           ADD 1 TO CTL-DETAIL
           MOVE CUR-AREA-CODE TO DT-AREA-CODE
           MOVE SPACES TO DT-AREA-NAME
           PERFORM VARYING AN-IDX FROM 1 BY 1
                   UNTIL AN-IDX > AN-COUNT
                      OR DT-AREA-NAME NOT = SPACES
               IF AN-CODE(AN-IDX) = CUR-AREA-CODE
                   MOVE AN-NAME(AN-IDX) TO DT-AREA-NAME
               END-IF
           END-PERFORM
           MOVE AREA-COUNT TO DT-ACCOUNTS
           MOVE DT-RECORD TO FILING-REC
           WRITE FILING-REC.
