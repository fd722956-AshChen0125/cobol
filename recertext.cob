      *> RECERT_YEARS 可調）或已掛退郵旗標 'U' 的帳號切進再確認
      *> 擷取檔；已經在前一波活動送過、還在等回覆的帳號
      *> （recert_outstanding.txt）不重複擷取，這次新擷取的帳號
      *> 會補登進同一份檔案（客戶回覆後由 RECERTRESP 結案移出，
      *> 那邊另加的階段欄這裡只讀第一欄，不受影響）。
      *> 主檔一個帳號可以有好幾個地址角色（各自有帳齡，分桶照
      *> 地址記錄算），擷取還是一個帳號一行：同帳號的角色記錄
      *> 連在一起，前一個角色已經切進擷取檔的就不再切一次。
      *> TAXINDIC 找到 FATCA/CRS 地址徵兆的帳號
      *> （tax_indicia_recert.txt，RECERT_INDICIA_FILE 可改）不論
      *> 帳齡都切進擷取，原因 INDICIA，請客戶重新申報稅籍。
      *> ADDR_ENTITY（預設 BANK）指定法人：子公司的主檔、
      *> recert_outstanding.txt、擷取檔與帳齡報表掛「代碼_」前綴，
      *> 跟 RECERTRESP 一致。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT OUTST-FILE ASSIGN TO DYNAMIC WS-OUTST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTST-STATUS.
           SELECT INDIC-FILE ASSIGN TO DYNAMIC WS-INDIC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDIC-STATUS.
           SELECT EXT-FILE ASSIGN TO DYNAMIC WS-EXT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
       COPY "addrmast.cpy".
       FD  OUTST-FILE.
       01  OUTST-REC       PIC X(50).
       FD  INDIC-FILE.
       01  INDIC-REC       PIC X(150).
       FD  EXT-FILE.
       01  EXT-REC         PIC X(150).
       FD  RPT-FILE.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-OUTST-FILE-NAME   PIC X(100).
       01 WS-OUTST-STATUS      PIC XX.
       01 WS-EXT-FILE-NAME     PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WALK-DONE            PIC X VALUE 'N'.
       01 OUTST-EOF            PIC X VALUE 'N'.
       01 WS-INDIC-FILE-NAME   PIC X(100).
       01 WS-INDIC-STATUS      PIC XX.
       01 INDIC-EOF            PIC X VALUE 'N'.
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 再確認名單、報表 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       01 WS-YEARS-ENV         PIC X(4).
       01 WS-THRESH-YEARS      PIC 9(2) VALUE 3.
       01 OUTST-COUNT          PIC 9(5) VALUE 0.
       01 OUTST-IDX            PIC 9(5).
       01 OUTST-FOUND          PIC X.
       01 WS-LAST-EXTRACT-ACCT PIC X(30) VALUE SPACES.

       *> TAXINDIC 的稅籍徵兆帳號
       01 INDIC-TABLE.
           05 INDIC-ACCT OCCURS 20000 TIMES PIC X(30).
       01 INDIC-COUNT          PIC 9(5) VALUE 0.
       01 INDIC-IDX            PIC 9(5).
       01 INDIC-FOUND          PIC X.

       *> 帳齡分桶（0..9 年、10 年以上合一桶）
       01 AGE-BUCKETS.
       01 CTL-EXTRACTED        PIC 9(7) VALUE 0.
       01 CTL-ALREADY-OUT      PIC 9(7) VALUE 0.
       01 CTL-UNDELIV          PIC 9(7) VALUE 0.
       01 CTL-INDICIA          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-OUTST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_outstanding.txt'
               DELIMITED BY SIZE INTO WS-OUTST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
              AND FUNCTION TRIM(WS-YEARS-ENV) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-YEARS-ENV) TO WS-THRESH-YEARS
           END-IF
           MOVE 'tax_indicia_recert.txt' TO WS-INDIC-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'RECERT_INDICIA_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-INDIC-FILE-NAME
           END-IF
           MOVE SPACES TO WS-EXT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_extract_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-EXT-FILE-NAME
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'recert_aging_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM LOAD-OUTSTANDING-LIST
           PERFORM LOAD-INDICIA-LIST

           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               OPEN OUTPUT OUTST-FILE
           END-IF

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
               "response) - see " FUNCTION TRIM(WS-EXT-FILE-NAME)
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "RECERTEXT: ADDR_ENTITY must be at most 4 "
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

       LOAD-OUTSTANDING-LIST.
           OPEN INPUT OUTST-FILE
           IF WS-OUTST-STATUS NOT = '00'
           END-PERFORM
           CLOSE OUTST-FILE.

       LOAD-INDICIA-LIST.
           OPEN INPUT INDIC-FILE
           IF WS-INDIC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INDIC-EOF = 'Y'
               READ INDIC-FILE
                   AT END MOVE 'Y' TO INDIC-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INDIC-REC) NOT = SPACES
                          AND INDIC-COUNT < 20000
                           ADD 1 TO INDIC-COUNT
                           UNSTRING INDIC-REC DELIMITED BY ';'
                               INTO INDIC-ACCT(INDIC-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDIC-FILE.

       *> 一筆主檔：算帳齡、進分桶與國家小計，符合條件且不在
       *> 待回覆清單上的切進擷取檔並補登清單。
       JUDGE-ONE-RECORD.
               MOVE 'UNDELIV' TO WS-REASON
               ADD 1 TO CTL-UNDELIV
           ELSE
               PERFORM FIND-INDICIA-ACCOUNT
               IF INDIC-FOUND = 'Y'
                   MOVE 'INDICIA' TO WS-REASON
               ELSE
                   IF WS-AGE-YEARS >= WS-THRESH-YEARS
                       MOVE 'STALE' TO WS-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REASON = SPACES
               END-IF
           END-PERFORM
           IF OUTST-FOUND = 'Y'
              OR MAST-ACCOUNT-ID = WS-LAST-EXTRACT-ACCT
               ADD 1 TO CTL-ALREADY-OUT
               EXIT PARAGRAPH
           END-IF

           MOVE MAST-ACCOUNT-ID TO WS-LAST-EXTRACT-ACCT
           ADD 1 TO CTL-EXTRACTED
           IF WS-REASON = 'INDICIA'
               ADD 1 TO CTL-INDICIA
           END-IF
           MOVE SPACES TO EXT-REC
           STRING FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(WS-REASON) ";"
               DELIMITED BY SIZE INTO OUTST-REC
           WRITE OUTST-REC.

       FIND-INDICIA-ACCOUNT.
           MOVE 'N' TO INDIC-FOUND
           PERFORM VARYING INDIC-IDX FROM 1 BY 1
                   UNTIL INDIC-IDX > INDIC-COUNT
                      OR INDIC-FOUND = 'Y'
               IF FUNCTION TRIM(INDIC-ACCT(INDIC-IDX)) =
                  FUNCTION TRIM(MAST-ACCOUNT-ID)
                   MOVE 'Y' TO INDIC-FOUND
               END-IF
           END-PERFORM.

       WRITE-AGING-REPORT.
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           STRING "Extracted " CTL-EXTRACTED " ("
               CTL-UNDELIV " undeliverable-flagged, "
               CTL-INDICIA " tax indicia), "
               CTL-ALREADY-OUT " suppressed as already outstanding"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
