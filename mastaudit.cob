           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
       FD  XREF-FILE.
       01  XREF-REC        PIC X(600).
       FD  DUMP-FILE.
       01  DUMP-REC        PIC X(2000).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 XREF-EOF             PIC X VALUE 'N'.
       01 WS-HEADER-SKIPPED    PIC X VALUE 'N'.

       01 WS-PREV-KEY          PIC X(42) VALUE LOW-VALUES.
       01 WS-UND-DATE-X        PIC X(8).
       01 WS-LOAD-DATE-X       PIC X(8).

       01 CTL-RECORDS          PIC 9(7) VALUE 0.
       01 CTL-KEY-ORDER-ERR    PIC 9(5) VALUE 0.
       01 CTL-BLANK-ACCT       PIC 9(5) VALUE 0.
       01 CTL-BAD-ROLE         PIC 9(5) VALUE 0.
       01 XREF-ACCT-FOUND      PIC X.
       01 CTL-BAD-DATES        PIC 9(5) VALUE 0.
       01 CTL-XREF-CHECKED     PIC 9(7) VALUE 0.
       01 CTL-XREF-MISSING     PIC 9(5) VALUE 0.
           PERFORM CROSS-CHECK-XREF

           COMPUTE CTL-PROBLEMS = CTL-KEY-ORDER-ERR + CTL-BLANK-ACCT
               + CTL-BAD-ROLE + CTL-BAD-DATES + CTL-XREF-MISSING
               + CTL-COUNT-MISMATCH
           MOVE SPACES TO RPT-REC
           IF CTL-PROBLEMS = 0
       *> 依主鍵走整檔：鍵要遞增、欄位要合理；
       *> MASTAUDIT_DUMP=Y 時順路逐筆傾印。
       WALK-MASTER-SEQUENTIALLY.
           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
           END-PERFORM.

       AUDIT-ONE-RECORD.
           IF MAST-KEY <= WS-PREV-KEY
               ADD 1 TO CTL-KEY-ORDER-ERR
               MOVE SPACES TO RPT-REC
               STRING "KEY-ORDER;record " CTL-RECORDS ";key '"
                   FUNCTION TRIM(MAST-ACCOUNT-ID) "/"
                   FUNCTION TRIM(MAST-ADDR-ROLE)
                   "' not above previous key - index chain suspect"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE MAST-KEY TO WS-PREV-KEY

           *> 地址角色只有三種，其他值（含空白）是載入沒把關到
           IF NOT MAST-ROLE-MAILING
              AND NOT MAST-ROLE-RESIDENTIAL
              AND NOT MAST-ROLE-BUSINESS
               ADD 1 TO CTL-BAD-ROLE
               MOVE SPACES TO RPT-REC
               STRING "BAD-ROLE;"
                   FUNCTION TRIM(MAST-ACCOUNT-ID)
                   ";address role '" FUNCTION TRIM(MAST-ADDR-ROLE)
                   "' is not MAILING/RESIDENTIAL/BUSINESS"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF

           IF FUNCTION TRIM(MAST-ACCOUNT-ID) = SPACES
               ADD 1 TO CTL-BLANK-ACCT
                           END-UNSTRING
                           IF FUNCTION TRIM(XR-ACCOUNT) NOT = SPACES
                               ADD 1 TO CTL-XREF-CHECKED
                               PERFORM FIND-ACCOUNT-ANY-ROLE
                               IF XREF-ACCT-FOUND = 'N'
                                   ADD 1 TO CTL-XREF-MISSING
                                   MOVE SPACES TO RPT-REC
                                   STRING "XREF-MISSING;"
                                       FUNCTION TRIM(XR-ACCOUNT)
                                       ";on xref row "
                                       FUNCTION TRIM(XR-ROWNO)
                                       " but not on master"
                                       DELIMITED BY SIZE
                                       INTO RPT-REC
                                   WRITE RPT-REC
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CTL-XREF-MISSING " missing from master"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC.

       *> 帳號不管哪一個地址角色，主檔上有一筆就算在：
       *> 從「帳號 + 最小角色值」START，讀到的第一筆帳號相同即可
       FIND-ACCOUNT-ANY-ROLE.
           MOVE 'N' TO XREF-ACCT-FOUND
           MOVE FUNCTION TRIM(XR-ACCOUNT) TO MAST-ACCOUNT-ID
           MOVE LOW-VALUES TO MAST-ADDR-ROLE
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START
           READ MAST-FILE NEXT
               AT END EXIT PARAGRAPH
           END-READ
           IF MAST-ACCOUNT-ID = FUNCTION TRIM(XR-ACCOUNT)
               MOVE 'Y' TO XREF-ACCT-FOUND
           END-IF.
