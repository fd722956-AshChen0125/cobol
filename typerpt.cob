       IDENTIFICATION DIVISION.
       PROGRAM-ID. TYPERPT.
      *> 地址類型分布日報：依主鍵走地址主檔，每一筆地址記錄依
      *> 國家、城市排序後數 AddressType（RES 住宅 / COM 商業 /
      *> INS 機構 / GOV 政府 / MIL 軍事 / 空白 = 未分類），一個
      *> 國家+城市一行，國家小計、全部合計；行銷跟風險單位問
      *> 「這個城市的地址有多少是商辦」不必再自己撈主檔。
      *> 報表分號分欄、首行表頭，可以直接丟進試算表：
      *>   Country;City;RES;COM;INS;GOV;MIL;Unclassified;Total
      *> 國家或城市空白的記錄歸在 (blank)。
      *>   ADDRMAST_MAST_FILE = 主檔（預設 address_master.dat）
      *>   TYPERPT_OUT_FILE   = 報表（預設 address_types_YYYYMMDD.txt）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO "typerpt_work.tmp".
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> 一筆主檔記錄一行，依國家、城市排好
       SD  SORT-FILE.
       01  SORT-REC.
           05 SR-COUNTRY   PIC X(30).
           05 SR-CITY      PIC X(40).
           05 SR-TYPE      PIC X(3).

       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 MAST-EOF             PIC X VALUE 'N'.
       01 SORT-EOF             PIC X VALUE 'N'.

       *> 類型欄位順序：1 RES 2 COM 3 INS 4 GOV 5 MIL 6 未分類
       01 WS-TYPE-IDX          PIC 9.
       01 CITY-COUNTS.
           05 CITY-CNT OCCURS 6 TIMES PIC 9(9).
       01 CITY-TOTAL           PIC 9(9).
       01 CTRY-COUNTS.
           05 CTRY-CNT OCCURS 6 TIMES PIC 9(9).
       01 CTRY-TOTAL           PIC 9(9).
       01 ALL-COUNTS.
           05 ALL-CNT OCCURS 6 TIMES PIC 9(9).
       01 ALL-TOTAL            PIC 9(9).

       01 CUR-COUNTRY          PIC X(30).
       01 CUR-CITY             PIC X(40).
       01 CTL-CITIES           PIC 9(7) VALUE 0.
       01 CTL-COUNTRIES        PIC 9(7) VALUE 0.

       *> 一行報表的欄位值
       01 RL-COUNTRY           PIC X(30).
       01 RL-CITY              PIC X(40).
       01 RL-COUNTS.
           05 RL-CNT OCCURS 6 TIMES PIC 9(9).
       01 RL-TOTAL             PIC 9(9).
       01 RL-DISP              PIC Z(8)9.
       01 RL-PTR               PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'address_master.dat' TO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           STRING 'address_types_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'TYPERPT_OUT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RPT-FILE-NAME
           END-IF

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "TYPERPT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Country;City;RES;COM;INS;GOV;MIL;Unclassified;"
               "Total"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           INITIALIZE ALL-COUNTS
           MOVE 0 TO ALL-TOTAL
           SORT SORT-FILE
               ASCENDING KEY SR-COUNTRY SR-CITY
               INPUT PROCEDURE IS FEED-MASTER
               OUTPUT PROCEDURE IS COUNT-BY-CITY
           CLOSE MAST-FILE

           MOVE '*ALL*' TO RL-COUNTRY
           MOVE '*TOTAL*' TO RL-CITY
           MOVE ALL-COUNTS TO RL-COUNTS
           MOVE ALL-TOTAL TO RL-TOTAL
           PERFORM WRITE-COUNT-LINE
           CLOSE RPT-FILE

           DISPLAY "TYPERPT: " ALL-TOTAL " address record(s), "
               CTL-COUNTRIES " countr(ies), " CTL-CITIES
               " cit(ies), " ALL-CNT(6) " unclassified - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           STOP RUN.

       *> 主檔每一筆地址記錄放一行進排序
       FEED-MASTER.
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO MAST-EOF
           END-START
           PERFORM UNTIL MAST-EOF = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO MAST-EOF
                   NOT AT END PERFORM RELEASE-MASTER-RECORD
               END-READ
           END-PERFORM.

       RELEASE-MASTER-RECORD.
           MOVE SPACES TO SORT-REC
           IF FUNCTION TRIM(MAST-COUNTRY) = SPACES
               MOVE '(blank)' TO SR-COUNTRY
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-COUNTRY))
                   TO SR-COUNTRY
           END-IF
           IF FUNCTION TRIM(MAST-CITY) = SPACES
               MOVE '(blank)' TO SR-CITY
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAST-CITY))
                   TO SR-CITY
           END-IF
           MOVE MAST-ADDR-TYPE TO SR-TYPE
           RELEASE SORT-REC.

       *> 排好的記錄逐行數：城市換了寫城市行，國家換了再寫國家
       *> 小計行
       COUNT-BY-CITY.
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
                   PERFORM COUNT-ONE-CITY
               END-PERFORM
               MOVE CUR-COUNTRY TO RL-COUNTRY
               MOVE '*TOTAL*' TO RL-CITY
               MOVE CTRY-COUNTS TO RL-COUNTS
               MOVE CTRY-TOTAL TO RL-TOTAL
               PERFORM WRITE-COUNT-LINE
           END-PERFORM.

       COUNT-ONE-CITY.
           MOVE SR-CITY TO CUR-CITY
           ADD 1 TO CTL-CITIES
           INITIALIZE CITY-COUNTS
           MOVE 0 TO CITY-TOTAL
           PERFORM UNTIL SORT-EOF = 'Y'
                      OR SR-COUNTRY NOT = CUR-COUNTRY
                      OR SR-CITY NOT = CUR-CITY
               EVALUATE SR-TYPE
                   WHEN 'RES' MOVE 1 TO WS-TYPE-IDX
                   WHEN 'COM' MOVE 2 TO WS-TYPE-IDX
                   WHEN 'INS' MOVE 3 TO WS-TYPE-IDX
                   WHEN 'GOV' MOVE 4 TO WS-TYPE-IDX
                   WHEN 'MIL' MOVE 5 TO WS-TYPE-IDX
                   WHEN OTHER MOVE 6 TO WS-TYPE-IDX
               END-EVALUATE
               ADD 1 TO CITY-CNT(WS-TYPE-IDX) CITY-TOTAL
               ADD 1 TO CTRY-CNT(WS-TYPE-IDX) CTRY-TOTAL
               ADD 1 TO ALL-CNT(WS-TYPE-IDX) ALL-TOTAL
               RETURN SORT-FILE
                   AT END MOVE 'Y' TO SORT-EOF
               END-RETURN
           END-PERFORM
           MOVE CUR-COUNTRY TO RL-COUNTRY
           MOVE CUR-CITY TO RL-CITY
           MOVE CITY-COUNTS TO RL-COUNTS
           MOVE CITY-TOTAL TO RL-TOTAL
           PERFORM WRITE-COUNT-LINE.

       *> Country;City;六個類型計數;合計
       WRITE-COUNT-LINE.
           MOVE SPACES TO RPT-REC
           MOVE 1 TO RL-PTR
           STRING FUNCTION TRIM(RL-COUNTRY) ";"
               FUNCTION TRIM(RL-CITY)
               DELIMITED BY SIZE INTO RPT-REC
               WITH POINTER RL-PTR
           END-STRING
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 6
               MOVE RL-CNT(WS-TYPE-IDX) TO RL-DISP
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
