       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDVAULT.
      *> 退郵扣件庫的每晚整理（夜間鏈排在 MAILUNDEL、ADDRMAST
      *> 之後）：LABELGEN / PRESORT 經 MAILHOLD 扣下的件（扣件庫
      *> holdmail_vault.txt，版面見 hmvault.cpy）逐件回主檔看退郵
      *> 旗標（MAILING → RESIDENTIAL → BUSINESS 第一個有的角色，
      *> 跟 MAILUNDEL 同一個順序）：
      *>   - 旗標已清（' '，MAILUNDEL 收尾清掉）或重試中（'R'，
      *>     地址改過）→ 改 RELEASED，列放行清單
      *>     holdmail_release_YYYYMMDD.txt，郵務照清單補寄
      *>   - 還是 'U'（或帳號已不在主檔）且扣滿保存天數 → 改
      *>     DESTROYED，列銷毀清單 holdmail_destroy_YYYYMMDD.txt，
      *>     實體件照清單銷毀
      *>   - 其餘照舊扣著
      *> 放行與銷毀逐件記 holdmail_journal.txt（LOGCHAIN 雜湊鏈，
      *> LOGVERIFY 一併驗）：
      *>   「日期-時間;扣件編號;事件;帳號;郵件類別;列印工作;說明」
      *> 扣件庫改寫走暫存檔，寫完再換回原檔名。
      *>   HOLDMAIL_VAULT_FILE     = 扣件庫（預設 holdmail_vault.txt）
      *>   HOLDMAIL_RETENTION_DAYS = 保存天數（預設 90）
      *>   ADDRMAST_MAST_FILE      = 地址主檔
      *> ADDR_ENTITY（預設 BANK）指定法人：扣件庫、主檔、放行/
      *> 銷毀清單的預設檔名掛「代碼_」前綴（跟 MAILHOLD 一致）。
      *> 回傳碼：0 = 完成    4 = 有件列入銷毀清單
      *>   12 = 主檔或扣件庫打不開

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
           SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REL-FILE ASSIGN TO DYNAMIC WS-REL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESTROY-FILE ASSIGN TO DYNAMIC WS-DESTROY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO 'holdmail_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  VAULT-FILE.
       01  VAULT-REC       PIC X(150).
       FD  WORK-FILE.
       01  WORK-REC        PIC X(150).
       FD  REL-FILE.
       01  REL-REC         PIC X(250).
       FD  DESTROY-FILE.
       01  DESTROY-REC     PIC X(250).
       FD  JOURNAL-FILE.
       01  JOURNAL-REC     PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-VAULT-FILE-NAME   PIC X(100).
       01 WS-VAULT-STATUS      PIC XX.
       01 WS-WORK-FILE-NAME    PIC X(100).
       01 WS-WORK-STATUS       PIC XX.
       01 WS-REL-FILE-NAME     PIC X(100).
       01 WS-DESTROY-FILE-NAME PIC X(100).
       01 WS-JOURNAL-STATUS    PIC XX.
       01 WS-RETENTION-DAYS    PIC 9(4) VALUE 90.
       01 EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE          VALUE 'Y'.

       01 WS-STAMP.
           05 WS-STAMP-DATE        PIC 9(8).
           05 WS-STAMP-TIME8       PIC 9(8).
           05 WS-STAMP-TIME        PIC 9(6).
       01 WS-STAMP-TEXT        PIC X(15).
       01 WS-TODAY-INT         PIC 9(8).

       COPY "hmvault.cpy".

       *> 一件扣件的判斷
       01 WS-FOUND             PIC X.
       01 WS-FLAG-NOW          PIC X.
       01 WS-FLAG-TEXT         PIC X(20).
       01 WS-HELD-DAYS         PIC 9(5).
       01 WS-DAYS-DISP         PIC ZZZZ9.
       01 ROLE-NAMES.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-TABLE REDEFINES ROLE-NAMES.
           05 ROLE-NAME PIC X(12) OCCURS 3 TIMES.
       01 ROLE-IDX             PIC 9.
       01 JRNL-EVENT           PIC X(12).
       01 JRNL-DETAIL          PIC X(200).

       01 CTL-READ             PIC 9(7) VALUE 0.
       01 CTL-STILL-HELD       PIC 9(7) VALUE 0.
       01 CTL-RELEASED         PIC 9(7) VALUE 0.
       01 CTL-DESTROYED        PIC 9(7) VALUE 0.
       01 CTL-CLOSED-BEFORE    PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       COPY "logchain.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME8 FROM TIME
           MOVE WS-STAMP-TIME8(1:6) TO WS-STAMP-TIME
           MOVE SPACES TO WS-STAMP-TEXT
           STRING WS-STAMP-DATE "-" WS-STAMP-TIME
               DELIMITED BY SIZE INTO WS-STAMP-TEXT
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-VAULT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'holdmail_vault.txt'
               DELIMITED BY SIZE INTO WS-VAULT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'HOLDMAIL_VAULT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VAULT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-WORK-FILE-NAME
           STRING FUNCTION TRIM(WS-VAULT-FILE-NAME) '.tmp'
               DELIMITED BY SIZE INTO WS-WORK-FILE-NAME
           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               'HOLDMAIL_RETENTION_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                   TO WS-RETENTION-DAYS
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'holdmail_release_' WS-STAMP-DATE '.txt'
               DELIMITED BY SIZE INTO WS-REL-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'holdmail_destroy_' WS-STAMP-DATE '.txt'
               DELIMITED BY SIZE INTO WS-DESTROY-FILE-NAME

           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = '00'
               DISPLAY "HOLDVAULT: no hold-mail vault "
                   FUNCTION TRIM(WS-VAULT-FILE-NAME)
                   " - nothing held"
               STOP RUN
           END-IF
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "HOLDVAULT: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "HOLDVAULT: cannot create work file "
                   FUNCTION TRIM(WS-WORK-FILE-NAME)
                   " (status " WS-WORK-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REL-FILE DESTROY-FILE
           MOVE "PieceId;Account;MailType;Job;Program;HeldDate;"
               & "DaysHeld;FlagNow;Role" TO REL-REC
           WRITE REL-REC
           MOVE "PieceId;Account;MailType;Job;Program;HeldDate;"
               & "DaysHeld;FlagNow;Role" TO DESTROY-REC
           WRITE DESTROY-REC

           PERFORM UNTIL END-OF-FILE
               READ VAULT-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF FUNCTION TRIM(VAULT-REC) NOT = SPACES
                           ADD 1 TO CTL-READ
                           MOVE VAULT-REC TO HV-LINE
                           IF HV-IS-HELD
                               PERFORM REVIEW-HELD-PIECE
                           ELSE
                               ADD 1 TO CTL-CLOSED-BEFORE
                           END-IF
                           WRITE WORK-REC FROM HV-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VAULT-FILE WORK-FILE MAST-FILE REL-FILE DESTROY-FILE
           IF CTL-RELEASED > 0 OR CTL-DESTROYED > 0
               CALL 'CBL_RENAME_FILE'
                   USING WS-WORK-FILE-NAME WS-VAULT-FILE-NAME
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-WORK-FILE-NAME
           END-IF

           DISPLAY "HOLDVAULT: " CTL-READ " vault piece(s): "
               CTL-RELEASED " released (see "
               FUNCTION TRIM(WS-REL-FILE-NAME) "), "
               CTL-DESTROYED " listed for destruction (see "
               FUNCTION TRIM(WS-DESTROY-FILE-NAME) "), "
               CTL-STILL-HELD " still held, "
               CTL-CLOSED-BEFORE " closed earlier"
           IF CTL-DESTROYED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "HOLDVAULT: ADDR_ENTITY must be at most 4 "
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

       *> 一件還扣著的：旗標清了就放行，扣滿保存天數就銷毀
       REVIEW-HELD-PIECE.
           PERFORM READ-FLAG-ROLE
           MOVE 0 TO WS-HELD-DAYS
           IF HV-HELD-DATE IS NUMERIC AND HV-HELD-DATE > 19000000
               COMPUTE WS-HELD-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(HV-HELD-DATE)
           END-IF
           MOVE WS-HELD-DAYS TO WS-DAYS-DISP
           EVALUATE TRUE
               WHEN WS-FOUND = 'Y' AND WS-FLAG-NOW NOT = 'U'
                   ADD 1 TO CTL-RELEASED
                   MOVE 'RELEASED' TO HV-STATUS
                   MOVE WS-STAMP-DATE TO HV-STATUS-DATE
                   PERFORM BUILD-LIST-LINE
                   MOVE JOURNAL-REC TO REL-REC
                   WRITE REL-REC
                   MOVE 'RELEASED' TO JRNL-EVENT
                   MOVE SPACES TO JRNL-DETAIL
                   STRING "flag " FUNCTION TRIM(WS-FLAG-TEXT)
                       " after " FUNCTION TRIM(WS-DAYS-DISP)
                       " day(s)"
                       DELIMITED BY SIZE INTO JRNL-DETAIL
                   PERFORM WRITE-JOURNAL-LINE
               WHEN WS-HELD-DAYS >= WS-RETENTION-DAYS
                   ADD 1 TO CTL-DESTROYED
                   MOVE 'DESTROYED' TO HV-STATUS
                   MOVE WS-STAMP-DATE TO HV-STATUS-DATE
                   PERFORM BUILD-LIST-LINE
                   MOVE JOURNAL-REC TO DESTROY-REC
                   WRITE DESTROY-REC
                   MOVE 'DESTROYED' TO JRNL-EVENT
                   MOVE SPACES TO JRNL-DETAIL
                   STRING "held " FUNCTION TRIM(WS-DAYS-DISP)
                       " day(s), retention " WS-RETENTION-DAYS
                       ", flag " FUNCTION TRIM(WS-FLAG-TEXT)
                       DELIMITED BY SIZE INTO JRNL-DETAIL
                   PERFORM WRITE-JOURNAL-LINE
               WHEN OTHER
                   ADD 1 TO CTL-STILL-HELD
           END-EVALUATE.

       *> 第一個有記錄的角色的退郵旗標
       READ-FLAG-ROLE.
           MOVE 'N' TO WS-FOUND
           MOVE SPACE TO WS-FLAG-NOW
           MOVE 'NOT ON MASTER' TO WS-FLAG-TEXT
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                   UNTIL ROLE-IDX > 3 OR WS-FOUND = 'Y'
               MOVE FUNCTION TRIM(HV-ACCOUNT) TO MAST-ACCOUNT-ID
               MOVE ROLE-NAME(ROLE-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
                       MOVE MAST-UNDELIV-FLAG TO WS-FLAG-NOW
               END-READ
           END-PERFORM
           IF WS-FOUND = 'Y'
               EVALUATE WS-FLAG-NOW
                   WHEN 'U'
                       MOVE 'UNDELIVERABLE' TO WS-FLAG-TEXT
                   WHEN 'R'
                       MOVE 'RETRY (ADDRESS CHANGED)' TO WS-FLAG-TEXT
                   WHEN OTHER
                       MOVE 'CLEARED' TO WS-FLAG-TEXT
               END-EVALUATE
           END-IF.

       *> 放行/銷毀清單一行（先組在 JOURNAL-REC 借放）
       BUILD-LIST-LINE.
           MOVE SPACES TO JOURNAL-REC
           STRING FUNCTION TRIM(HV-PIECE-ID) ";"
               FUNCTION TRIM(HV-ACCOUNT) ";"
               FUNCTION TRIM(HV-MAIL-TYPE) ";"
               FUNCTION TRIM(HV-JOB) ";"
               FUNCTION TRIM(HV-PROGRAM) ";"
               HV-HELD-DATE ";"
               FUNCTION TRIM(WS-DAYS-DISP) ";"
               FUNCTION TRIM(WS-FLAG-TEXT) ";"
               FUNCTION TRIM(HV-ROLE)
               DELIMITED BY SIZE INTO JOURNAL-REC.

       *> 「日期-時間;扣件編號;事件;帳號;郵件類別;列印工作;說明」
       WRITE-JOURNAL-LINE.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO JOURNAL-REC
           STRING WS-STAMP-TEXT ";" FUNCTION TRIM(HV-PIECE-ID) ";"
               FUNCTION TRIM(JRNL-EVENT) ";"
               FUNCTION TRIM(HV-ACCOUNT) ";"
               FUNCTION TRIM(HV-MAIL-TYPE) ";"
               FUNCTION TRIM(HV-JOB) ";"
               FUNCTION TRIM(JRNL-DETAIL)
               DELIMITED BY SIZE INTO JOURNAL-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'holdmail_journal.txt' TO LC-LOG-NAME
           MOVE JOURNAL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO JOURNAL-REC
           WRITE JOURNAL-REC
           CLOSE JOURNAL-FILE.
