       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILHOLD.
      *> 退郵扣件：帳單、通知寄到退郵旗標 'U' 的地址一定又退回
      *> 來，白花郵資還把客戶資料寄到錯的地方。LABELGEN、PRESORT
      *> 每一件出件前 CALL 這支（呼叫方式見 mailhold.cpy），主檔
      *> 上寄不到的帳號不出件，改存進扣件庫 holdmail_vault.txt
      *> （只追加，版面見 hmvault.cpy）。主檔與扣件庫第一次呼叫
      *> 時開，E 呼叫時關。
      *> 法人跟呼叫端同一個（ADDR_ENTITY，預設 BANK）：子公司的
      *> 主檔、扣件庫掛「代碼_」前綴，跟 ADDRMAST、HOLDVAULT 一致。

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

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  VAULT-FILE.
       01  VAULT-REC       PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-VAULT-FILE-NAME   PIC X(100).
       01 WS-VAULT-STATUS      PIC XX.
       01 WS-MAST-OPEN         PIC X VALUE 'N'.
       01 WS-VAULT-OPEN        PIC X VALUE 'N'.
       01 WS-FIRST-CALL        PIC X VALUE 'Y'.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME          PIC 9(8).
       01 WS-PIECE-SEQ         PIC 9(8) VALUE 0.
       01 WS-FOUND             PIC X.
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.

       *> 跟 MAILUNDEL 蓋旗同一個順序
       01 ROLE-NAMES.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-TABLE REDEFINES ROLE-NAMES.
           05 ROLE-NAME PIC X(12) OCCURS 3 TIMES.
       01 ROLE-IDX             PIC 9.

       COPY "hmvault.cpy".

       LINKAGE SECTION.
       COPY "mailhold.cpy".

       PROCEDURE DIVISION USING MH-AREA.
       MAIN-PARA.
           MOVE 'N' TO MH-HELD
           MOVE SPACES TO MH-PIECE-ID MH-ROLE
           IF MH-FUNCTION = 'E'
               PERFORM CLOSE-FILES
               GOBACK
           END-IF
           IF WS-FIRST-CALL = 'Y'
               PERFORM OPEN-MASTER
               MOVE 'N' TO WS-FIRST-CALL
           END-IF
           IF WS-MAST-OPEN = 'N'
              OR FUNCTION TRIM(MH-ACCOUNT) = SPACES
               GOBACK
           END-IF

           PERFORM READ-FLAG-ROLE
           IF WS-FOUND = 'N' OR MAST-UNDELIV-FLAG NOT = 'U'
               GOBACK
           END-IF
           MOVE 'Y' TO MH-HELD
           IF MH-FUNCTION = 'H'
               PERFORM DEPOSIT-PIECE
           END-IF
           GOBACK.

       OPEN-MASTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM INIT-ENTITY
           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-VAULT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'holdmail_vault.txt'
               DELIMITED BY SIZE INTO WS-VAULT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'HOLDMAIL_VAULT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VAULT-FILE-NAME
           END-IF
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS = '00'
               MOVE 'Y' TO WS-MAST-OPEN
           ELSE
               DISPLAY "MAILHOLD: master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " not available (status " WS-MAST-STATUS
                   ") - undeliverable mail is NOT being held"
           END-IF.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "MAILHOLD: ADDR_ENTITY must be at most 4 "
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

       *> 第一個有記錄的角色（MAST-REC 留著那一筆）
       READ-FLAG-ROLE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                   UNTIL ROLE-IDX > 3 OR WS-FOUND = 'Y'
               MOVE FUNCTION TRIM(MH-ACCOUNT) TO MAST-ACCOUNT-ID
               MOVE ROLE-NAME(ROLE-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND
                       MOVE MAST-ADDR-ROLE TO MH-ROLE
               END-READ
           END-PERFORM.

       DEPOSIT-PIECE.
           IF WS-VAULT-OPEN = 'N'
               OPEN EXTEND VAULT-FILE
               IF WS-VAULT-STATUS NOT = '00'
                   OPEN OUTPUT VAULT-FILE
               END-IF
               MOVE 'Y' TO WS-VAULT-OPEN
           END-IF
           ADD 1 TO WS-PIECE-SEQ
           MOVE SPACES TO MH-PIECE-ID
           STRING MH-PROGRAM(1:2) WS-RUN-DATE WS-RUN-TIME(1:6)
               WS-PIECE-SEQ
               DELIMITED BY SIZE INTO MH-PIECE-ID
           MOVE SPACES TO HV-LINE
           MOVE MH-PIECE-ID TO HV-PIECE-ID
           MOVE WS-RUN-DATE TO HV-HELD-DATE
           MOVE FUNCTION TRIM(MH-ACCOUNT) TO HV-ACCOUNT
           MOVE MH-MAIL-TYPE TO HV-MAIL-TYPE
           MOVE MH-JOB TO HV-JOB
           MOVE MH-PROGRAM TO HV-PROGRAM
           MOVE MH-ROLE TO HV-ROLE
           MOVE 'HELD' TO HV-STATUS
           MOVE 0 TO HV-STATUS-DATE
           MOVE ';' TO HV-SEP1 HV-SEP2 HV-SEP3 HV-SEP4 HV-SEP5
               HV-SEP6 HV-SEP7 HV-SEP8
           WRITE VAULT-REC FROM HV-LINE.

       CLOSE-FILES.
           IF WS-MAST-OPEN = 'Y'
               CLOSE MAST-FILE
               MOVE 'N' TO WS-MAST-OPEN
           END-IF
           IF WS-VAULT-OPEN = 'Y'
               CLOSE VAULT-FILE
               MOVE 'N' TO WS-VAULT-OPEN
           END-IF
           MOVE 'Y' TO WS-FIRST-CALL.
