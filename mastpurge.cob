      *> 已銷毀的帳號悄悄復活回主檔。還沒到期的留著並註記，清單上但主檔
      *> 查無的帳號寫進報表。
      *>   MASTPURGE_IN_FILE = 結清清單（預設 closed_accounts.txt）
      *> 主檔一個帳號可以有好幾個地址角色：到期的帳號所有角色
      *> 的地址一併刪除（帳號+最小角色 START，READ NEXT 走到
      *> 帳號換了為止），銷毀日誌一個帳號一行。
      *> 法務保全：legal_holds.txt 上生效中的 ACCOUNT 保全涵蓋的
      *> 帳號，留存期滿也不刪，報表逐筆列出保全編號與核准人。
      *> 刪除要作業員授權表（作業員代號取 OPERATOR_ID，空白取
      *> USER）准 MASTPURGE:PURGE；帳號任一個地址角色的國家不在
      *> 作業員可用國家裡就整個帳號保留，報表列 NOT-ENTITLED、RC=4。
      *> ADDR_ENTITY（預設 BANK）指定法人：主檔、報表掛「代碼_」
      *> 前綴（結清清單、銷毀日誌、法務保全檔是全行共用的）；帳號
      *> 任一個地址角色記錄是別的法人的，整個帳號不刪，報表列
      *> OTHER-ENTITY、RC=4。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 法務保全登錄簿（LEGALHOLD 維護）
           SELECT HOLD-FILE ASSIGN TO 'legal_holds.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE.
       COPY "addrmast.cpy".
       FD  LOG-FILE.
       01  LOG-REC         PIC X(140).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(150).
       FD  HOLD-FILE.
       01  HOLD-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 CTL-RETAINED         PIC 9(7) VALUE 0.
       01 CTL-NOT-FOUND        PIC 9(7) VALUE 0.
       01 CTL-BAD-DATE         PIC 9(7) VALUE 0.
       01 CTL-ROLES-DELETED    PIC 9(7) VALUE 0.
       01 WS-ROLES-THIS-ACCT   PIC 9(2).
       01 ROLE-WALK-DONE       PIC X.
       01 CTL-HELD             PIC 9(7) VALUE 0.
       01 CTL-NOT-ENTITLED     PIC 9(7) VALUE 0.
       01 WS-ACCT-DENIED       PIC X.
       01 WS-ACCT-OTHER-ENT    PIC X.
       01 CTL-ENTITY-REJECT    PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-REC-ENTITY        PIC X(4).

       *> 生效中的帳號保全（ACCOUNT 類）
       01 WS-HOLD-STATUS       PIC XX.
       01 HOLD-EOF             PIC X VALUE 'N'.
       01 HX-ID                PIC X(20).
       01 HX-TYPE              PIC X(10).
       01 HX-VALUE             PIC X(40).
       01 HX-START             PIC X(8).
       01 HX-RELEASE           PIC X(8).
       01 HX-AUTH              PIC X(20).
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 2000 TIMES.
               10 HOLD-ID          PIC X(20).
               10 HOLD-VALUE       PIC X(40).
               10 HOLD-VALUE-LEN   PIC 9(2).
               10 HOLD-AUTH        PIC X(20).
       01 HOLD-COUNT           PIC 9(4) VALUE 0.
       01 HOLD-IDX             PIC 9(4).
       01 HOLD-FOUND           PIC 9(4).

       COPY "logchain.cpy".

       COPY "operauth.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY

           MOVE 'closed_accounts.txt' TO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
              AND FUNCTION TRIM(WS-YEARS-ENV) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-YEARS-ENV) TO WS-RETAIN-YEARS
           END-IF
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'mastpurge_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           PERFORM CHECK-OPERATOR-ENTITLEMENT

           *> 留存期界線：結清日在這之前（含）才可以銷毀
           COMPUTE PRG-CUTOFF = WS-RUN-DATE - WS-RETAIN-YEARS * 10000
           PERFORM LOAD-LEGAL-HOLDS

           OPEN INPUT IN-FILE
           IF WS-IN-FILE-STATUS NOT = '00'
               PRG-CUTOFF " (retention " WS-RETAIN-YEARS " years)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Active account legal holds: " HOLD-COUNT
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
               " bad closed dates"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Past retention but under legal hold (kept): "
               CTL-HELD
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Address records deleted (all roles): "
               CTL-ROLES-DELETED
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Past retention but outside the operator's "
               "countries (kept): " CTL-NOT-ENTITLED
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Past retention but on another entity's master "
               "(kept): " CTL-ENTITY-REJECT
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           CLOSE IN-FILE MAST-FILE LOG-FILE RPT-FILE JRNL-FILE

           DISPLAY "MASTPURGE: " CTL-PURGED " of " CTL-READ
               " purged - see " FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-HELD > 0
               DISPLAY "MASTPURGE: " CTL-HELD " account(s) kept under "
                   "legal hold"
           END-IF
           IF CTL-NOT-ENTITLED > 0
               DISPLAY "MASTPURGE: " CTL-NOT-ENTITLED " account(s) "
                   "kept - outside the operator's countries "
                   "(logged to security_log.txt)"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CTL-ENTITY-REJECT > 0
               DISPLAY "MASTPURGE: " CTL-ENTITY-REJECT " account(s) "
                   "kept - records of another entity, check the "
                   "master for entity " WS-RUN-ENTITY
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "MASTPURGE: ADDR_ENTITY must be at most 4 "
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

       *> 作業員授權表：銷毀要 MASTPURGE:PURGE；各帳號再依主檔
       *> 上的國家逐一檢查（CHECK-ACCOUNT-COUNTRIES）
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE SPACES TO OA-AREA
           MOVE 'MASTPURGE' TO OA-PROGRAM
           MOVE 'PURGE' TO OA-ACTION
           MOVE WS-IN-FILE-NAME TO OA-DETAIL
           MOVE 'Y' TO OA-LOG-SW
           CALL 'OPERAUTH' USING OA-AREA
           IF NOT OA-IS-GRANTED
               DISPLAY "MASTPURGE: operator "
                   FUNCTION TRIM(OA-OPERATOR) " may not purge - "
                   FUNCTION TRIM(OA-REASON)
                   " (logged to security_log.txt)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       *> 帳號每個地址角色的國家都要在作業員的授權國家裡，有一
       *> 個不在就整個帳號不動（一個帳號不會只刪一半）；有一個
       *> 角色記錄是別的法人的也一樣整個不動
       CHECK-ACCOUNT-COUNTRIES.
           MOVE 'N' TO WS-ACCT-DENIED
           MOVE 'N' TO WS-ACCT-OTHER-ENT
           MOVE 'N' TO ROLE-WALK-DONE
           MOVE FUNCTION TRIM(PRG-ACCOUNT) TO MAST-ACCOUNT-ID
           MOVE LOW-VALUES TO MAST-ADDR-ROLE
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO ROLE-WALK-DONE
           END-START
           PERFORM UNTIL ROLE-WALK-DONE = 'Y' OR WS-ACCT-DENIED = 'Y'
                      OR WS-ACCT-OTHER-ENT = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO ROLE-WALK-DONE
                   NOT AT END
                       IF MAST-ACCOUNT-ID NOT =
                          FUNCTION TRIM(PRG-ACCOUNT)
                           MOVE 'Y' TO ROLE-WALK-DONE
                       ELSE
                           MOVE MAST-ENTITY TO WS-REC-ENTITY
                           IF WS-REC-ENTITY = SPACES
                               MOVE WS-DEFAULT-ENTITY TO WS-REC-ENTITY
                           END-IF
                           IF WS-REC-ENTITY NOT = WS-RUN-ENTITY
                               MOVE 'Y' TO WS-ACCT-OTHER-ENT
                           END-IF
                           IF MAST-COUNTRY NOT = SPACES
                              AND WS-ACCT-OTHER-ENT = 'N'
                               MOVE MAST-COUNTRY TO OA-COUNTRY
                               MOVE PRG-ACCOUNT TO OA-DETAIL
                               CALL 'OPERAUTH' USING OA-AREA
                               IF NOT OA-IS-GRANTED
                                   MOVE 'Y' TO WS-ACCT-DENIED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PURGE-ONE-ACCOUNT.
           MOVE SPACES TO PRG-ACCOUNT PRG-CLOSED-X
           UNSTRING IN-REC DELIMITED BY ';'
               EXIT PARAGRAPH
           END-IF

           *> 留存期滿，但在法務保全中：不刪，列出原因
           PERFORM FIND-ACCOUNT-HOLD
           IF HOLD-FOUND > 0
               ADD 1 TO CTL-HELD
               MOVE SPACES TO RPT-REC
               STRING "LEGAL-HOLD;" FUNCTION TRIM(PRG-ACCOUNT) ";"
                   FUNCTION TRIM(PRG-CLOSED-X) ";hold "
                   FUNCTION TRIM(HOLD-ID(HOLD-FOUND))
                   " authorized by "
                   FUNCTION TRIM(HOLD-AUTH(HOLD-FOUND))
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ACCOUNT-COUNTRIES
           IF WS-ACCT-OTHER-ENT = 'Y'
               ADD 1 TO CTL-ENTITY-REJECT
               MOVE SPACES TO RPT-REC
               STRING "OTHER-ENTITY;" FUNCTION TRIM(PRG-ACCOUNT) ";"
                   FUNCTION TRIM(PRG-CLOSED-X) ";"
                   FUNCTION TRIM(WS-REC-ENTITY)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-DENIED = 'Y'
               ADD 1 TO CTL-NOT-ENTITLED
               MOVE SPACES TO RPT-REC
               STRING "NOT-ENTITLED;" FUNCTION TRIM(PRG-ACCOUNT) ";"
                   FUNCTION TRIM(PRG-CLOSED-X) ";"
                   FUNCTION TRIM(OA-COUNTRY)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROLES-THIS-ACCT
           MOVE 'N' TO ROLE-WALK-DONE
           MOVE FUNCTION TRIM(PRG-ACCOUNT) TO MAST-ACCOUNT-ID
           MOVE LOW-VALUES TO MAST-ADDR-ROLE
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO ROLE-WALK-DONE
           END-START
           PERFORM UNTIL ROLE-WALK-DONE = 'Y'
               READ MAST-FILE NEXT
                   AT END MOVE 'Y' TO ROLE-WALK-DONE
                   NOT AT END
                       IF MAST-ACCOUNT-ID NOT =
                          FUNCTION TRIM(PRG-ACCOUNT)
                           MOVE 'Y' TO ROLE-WALK-DONE
                       ELSE
                           MOVE 'B' TO WS-JRNL-TYPE
                           PERFORM WRITE-JOURNAL-IMAGE
                           DELETE MAST-FILE
                           MOVE 'D' TO WS-JRNL-TYPE
                           PERFORM WRITE-JOURNAL-IMAGE
                           ADD 1 TO WS-ROLES-THIS-ACCT
                           ADD 1 TO CTL-ROLES-DELETED
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ROLES-THIS-ACCT = 0
               ADD 1 TO CTL-NOT-FOUND
               MOVE SPACES TO RPT-REC
               STRING "NOT-ON-MASTER;"
                   FUNCTION TRIM(PRG-ACCOUNT)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-PURGED
           MOVE SPACES TO LOG-REC
           STRING FUNCTION TRIM(PRG-ACCOUNT) ";"
               FUNCTION TRIM(PRG-CLOSED-X) ";"
               WS-RUN-DATE
               DELIMITED BY SIZE INTO LOG-REC
           MOVE 'A' TO LC-FUNCTION
           MOVE 'destruction_log.txt' TO LC-LOG-NAME
           MOVE LOG-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-RECORD TO LOG-REC
           WRITE LOG-REC.

       FIND-ACCOUNT-HOLD.
           MOVE 0 TO HOLD-FOUND
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT OR HOLD-FOUND > 0
               IF HOLD-VALUE(HOLD-IDX) = FUNCTION TRIM(PRG-ACCOUNT)
                   MOVE HOLD-IDX TO HOLD-FOUND
               END-IF
           END-PERFORM.

       *> 今天生效中的 ACCOUNT 保全載進表：起始日 <= 今天，
       *> 且沒有解除日（0）或今天還沒到解除日
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HOLD-EOF = 'Y'
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF
                   NOT AT END
                       IF FUNCTION TRIM(HOLD-REC) NOT = SPACES
                          AND HOLD-REC(1:1) NOT = '*'
                           PERFORM TAKE-ONE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       TAKE-ONE-HOLD-LINE.
           MOVE SPACES TO HX-ID HX-TYPE HX-VALUE HX-START HX-RELEASE
               HX-AUTH
           UNSTRING HOLD-REC DELIMITED BY ';'
               INTO HX-ID HX-TYPE HX-VALUE HX-START HX-RELEASE HX-AUTH
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(HX-TYPE)) NOT =
              'ACCOUNT'
              OR FUNCTION TRIM(HX-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HX-START IS NOT NUMERIC OR HX-START > WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF HX-RELEASE IS NUMERIC AND HX-RELEASE NOT = '00000000'
              AND HX-RELEASE <= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           IF HOLD-COUNT >= 2000
               DISPLAY "MASTPURGE: more than 2000 active legal holds - "
                   "run stopped, nothing destroyed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HOLD-COUNT
           MOVE FUNCTION TRIM(HX-ID) TO HOLD-ID(HOLD-COUNT)
           MOVE FUNCTION TRIM(HX-VALUE) TO HOLD-VALUE(HOLD-COUNT)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HX-VALUE))
               TO HOLD-VALUE-LEN(HOLD-COUNT)
           MOVE FUNCTION TRIM(HX-AUTH) TO HOLD-AUTH(HOLD-COUNT).

       *> 一筆主檔影像進異動日誌：呼叫前設好 WS-JRNL-TYPE
       *> （B=刪除前 D=已刪除），MAST-REC 原樣照錄。
           MOVE WS-JRNL-PROGRAM TO JRNL-PROGRAM
           MOVE WS-JRNL-TYPE TO JRNL-TYPE
           MOVE MAST-REC TO JRNL-IMAGE
           IF MAST-VERSION IS NUMERIC
               MOVE MAST-VERSION TO JRNL-VERSION
           ELSE
               MOVE 0 TO JRNL-VERSION
           END-IF
           MOVE 'A' TO LC-FUNCTION
           MOVE 'addr_journal.txt' TO LC-LOG-NAME
           MOVE JRNL-REC TO LC-RECORD
           CALL 'LOGCHAIN' USING LC-AREA
           MOVE LC-TAIL TO JRNL-CHAIN
           WRITE JRNL-REC.
