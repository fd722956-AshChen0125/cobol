       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCANIMP.
      *> 郵件追蹤掃描日檔匯入：郵務每天回一份掃描事件檔，一行
      *>   「條碼值;事件;處理中心;時間戳 YYYYMMDDHHMMSS」
      *> 條碼值就是 LABELGEN 印在標籤上的 ZIP + 5 位件序號。
      *> LABELGEN 印條碼時記的件清單（mail_pieces.txt）先併進件
      *> 狀態檔（mail_piece_status.txt，整檔重寫），併完把件清單
      *> 改名留底；掃描以條碼值對件狀態檔，同一個條碼值（件序號
      *> 每次重編）對寄件日不晚於掃描日的最近一次寄件，對回
      *> 帳號、郵寄批號與列印工作。事件代碼：
      *>   ACC 收寄  PRC 處理中  OFD 投遞中  FWD 轉寄（收件人
      *>   有遷址轉寄登記）  DLV 妥投  RTS 退回寄件人  UAA 無法
      *>   依址投遞
      *> DLV：件轉成妥投，主檔（RecType M 蓋 MAILING、P 蓋
      *>   RESIDENTIAL，空白依 MAILING → RESIDENTIAL → BUSINESS
      *>   第一個有的角色）蓋 MAST-LAST-DELIV-DATE；主檔郵遞區號
      *>   跟件上的不一樣（地址改過或印的是替代地址）就不蓋。
      *> RTS/UAA：件轉成退回，帳號進預警名單（格式跟 MAILUNDEL
      *>   週檔一樣「帳號;原因;日期」，後面多帶條碼值與批號），
      *>   實體退件還沒回來 MAILUNDEL 就能先拿這份掛旗標；同一件
      *>   只預警一次。
      *> 收尾把寄出超過 N 天還沒妥投也沒退回的件列成在途帳齡
      *> 報表；寄件日超過保留天數的件不再寫回件狀態檔。
      *>   SCANIMP_IN_FILE      = 掃描事件檔（預設
      *>                          scan_events_YYYYMMDD.txt）
      *>   LABEL_PIECE_FILE     = 件清單（預設 mail_pieces.txt，跟
      *>                          LABELGEN 同一個變數）
      *>   SCANIMP_STATUS_FILE  = 件狀態檔（預設
      *>                          mail_piece_status.txt）
      *>   SCANIMP_TRANSIT_DAYS = 在途幾天以上列帳齡（預設 7）
      *>   SCANIMP_KEEP_DAYS    = 件狀態保留天數（預設 120）
      *>   SCANIMP_WARN_FILE    = 預警名單（預設
      *>                          early_undeliv_YYYYMMDD.txt，只追加）
      *>   SCANIMP_AGING_FILE   = 帳齡報表（預設
      *>                          scan_aging_YYYYMMDD.txt）
      *>   SCANIMP_RPT_FILE     = 匯入例外報表（預設
      *>                          scanimp_report_YYYYMMDD.txt）
      *>   ADDRMAST_MAST_FILE   = 地址主檔
      *> ADDR_ENTITY（預設 BANK）指定法人：上面各檔的預設檔名跟
      *> 主檔一律掛「代碼_」前綴（件清單跟 LABELGEN 一致）；主檔
      *> 上別的法人的記錄不蓋妥投日，例外報表記 OTHER-ENTITY。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT PIECE-FILE ASSIGN TO DYNAMIC WS-PIECE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIECE-STATUS.
           SELECT STAT-FILE ASSIGN TO DYNAMIC WS-STAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT WARN-FILE ASSIGN TO DYNAMIC WS-WARN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT AGING-FILE ASSIGN TO DYNAMIC WS-AGING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           *> 主檔異動日誌：每次 REWRITE 寫前後影像（addrjrnl.cpy）
           SELECT JRNL-FILE ASSIGN TO 'addr_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           *> 主檔更新衝突報表（只追加，各更新程式共用）
           SELECT CONFLICT-FILE ASSIGN TO 'master_conflicts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFLICT-STATUS.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01  SCAN-REC        PIC X(200).
       FD  PIECE-FILE.
       01  PIECE-REC       PIC X(200).
       FD  STAT-FILE.
       01  STAT-REC        PIC X(300).
       FD  WARN-FILE.
       01  WARN-REC        PIC X(100).
       FD  AGING-FILE.
       01  AGING-REC       PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(200).
       FD  JRNL-FILE.
       COPY "addrjrnl.cpy".
       FD  CONFLICT-FILE.
       01  CONFLICT-REC    PIC X(300).
       FD  MAST-FILE.
       COPY "addrmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME8         PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-SCAN-FILE-NAME    PIC X(100).
       01 WS-SCAN-STATUS       PIC XX.
       01 WS-PIECE-FILE-NAME   PIC X(100).
       01 WS-PIECE-STATUS      PIC XX.
       01 WS-PIECE-DONE-NAME   PIC X(100).
       01 WS-PIECE-OPENED      PIC X VALUE 'N'.
       01 WS-STAT-FILE-NAME    PIC X(100).
       01 WS-STAT-STATUS       PIC XX.
       01 WS-WARN-FILE-NAME    PIC X(100).
       01 WS-WARN-STATUS       PIC XX.
       01 WS-AGING-FILE-NAME   PIC X(100).
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-MAST-FILE-NAME    PIC X(100).
       01 WS-MAST-STATUS       PIC XX.
       01 WS-JRNL-STATUS       PIC XX.
       01 WS-JRNL-TIME8        PIC 9(8).
       01 WS-JRNL-TYPE         PIC X(1).
       01 WS-JRNL-PROGRAM      PIC X(12) VALUE 'SCANIMP'.
       01 EOF-FLAG             PIC X VALUE 'N'.

       *> 樂觀鎖：READ 時的版本、改好待寫的影像、重讀比對結果
       01 WS-CONFLICT-STATUS   PIC XX.
       01 WS-READ-VERSION      PIC 9(9).
       01 WS-NEW-IMAGE         PIC X(2000).
       01 WS-VERSION-OK        PIC X.
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-CONFLICT-WHY      PIC X(20).

       01 WS-TRANSIT-DAYS      PIC 9(4) VALUE 7.
       01 WS-KEEP-DAYS         PIC 9(4) VALUE 120.
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-AGE-DAYS          PIC 9(6).
       01 WS-DATE-CHECK        PIC X(8).
       01 WS-DATE-OK           PIC X.

       *> 件狀態表：件清單併進來的每一件 + 目前追蹤到的狀態
       *>   PC-STATE  T 在途 / D 妥投 / R 退回
       01 PIECE-TABLE.
           05 PC-ENTRY OCCURS 50000 TIMES.
               10 PC-BARCODE     PIC X(20).
               10 PC-MAIL-DATE   PIC X(8).
               10 PC-MAILING     PIC X(20).
               10 PC-JOB         PIC X(4).
               10 PC-PIECE       PIC X(5).
               10 PC-ACCOUNT     PIC X(30).
               10 PC-RECTYPE     PIC X(1).
               10 PC-ZIP         PIC X(10).
               10 PC-STATE       PIC X(1).
               10 PC-LAST-EVENT  PIC X(3).
               10 PC-LAST-FAC    PIC X(20).
               10 PC-LAST-TS     PIC X(14).
               10 PC-DELIV-DATE  PIC X(8).
               10 PC-WARNED      PIC X(1).
       01 PC-COUNT             PIC 9(5) VALUE 0.
       01 PC-IDX               PIC 9(5).
       01 PC-HIT               PIC 9(5).

       *> 件清單/件狀態檔一行拆出來的欄位
       01 PX-FIELDS.
           05 PX-F1            PIC X(30).
           05 PX-F2            PIC X(30).
           05 PX-F3            PIC X(30).
           05 PX-F4            PIC X(30).
           05 PX-F5            PIC X(30).
           05 PX-F6            PIC X(30).
           05 PX-F7            PIC X(30).
           05 PX-F8            PIC X(30).
           05 PX-F9            PIC X(30).
           05 PX-F10           PIC X(30).
           05 PX-F11           PIC X(30).
           05 PX-F12           PIC X(30).
           05 PX-F13           PIC X(30).
           05 PX-F14           PIC X(30).

       *> 一筆掃描
       01 SC-BARCODE           PIC X(20).
       01 SC-EVENT             PIC X(10).
       01 SC-FACILITY          PIC X(20).
       01 SC-TS                PIC X(20).
       01 SC-DATE              PIC X(8).
       01 WS-WARN-REASON       PIC X(10).
       01 WS-DISPOSITION       PIC X(30).

       *> 件蓋在哪個地址角色：RecType 沒指定就依序試讀
       01 ROLE-PREF-TABLE.
           05 FILLER PIC X(12) VALUE 'MAILING'.
           05 FILLER PIC X(12) VALUE 'RESIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'BUSINESS'.
       01 ROLE-PREF-R REDEFINES ROLE-PREF-TABLE.
           05 ROLE-PREF OCCURS 3 TIMES PIC X(12).
       01 ROLE-PREF-IDX        PIC 9.
       01 WS-ROLE-FOUND        PIC X VALUE 'N'.

       01 CTL-STATUS-LOADED    PIC 9(7) VALUE 0.
       01 CTL-PIECES-NEW       PIC 9(7) VALUE 0.
       01 CTL-PIECES-REPLACED  PIC 9(7) VALUE 0.
       01 CTL-SCANS-READ       PIC 9(7) VALUE 0.
       01 CTL-SCANS-MATCHED    PIC 9(7) VALUE 0.
       01 CTL-UNMATCHED        PIC 9(7) VALUE 0.
       01 CTL-BAD-SCAN         PIC 9(7) VALUE 0.
       01 CTL-DELIVERED        PIC 9(7) VALUE 0.
       01 CTL-MAST-STAMPED     PIC 9(7) VALUE 0.
       01 CTL-NOT-ON-MASTER    PIC 9(7) VALUE 0.
       01 CTL-ZIP-DIFFERS      PIC 9(7) VALUE 0.
       01 CTL-CONFLICTS        PIC 9(7) VALUE 0.
       01 CTL-RETURNED         PIC 9(7) VALUE 0.
       01 CTL-WARNED           PIC 9(7) VALUE 0.
       01 CTL-FORWARDED        PIC 9(7) VALUE 0.
       01 CTL-IN-TRANSIT       PIC 9(7) VALUE 0.
       01 CTL-AGED             PIC 9(7) VALUE 0.
       01 CTL-AGED-2X          PIC 9(7) VALUE 0.
       01 CTL-AGED-4X          PIC 9(7) VALUE 0.
       01 CTL-DROPPED          PIC 9(7) VALUE 0.
       01 CTL-STATUS-WRITTEN   PIC 9(7) VALUE 0.
       01 CTL-ENTITY-REJECT    PIC 9(7) VALUE 0.

       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 WS-REC-ENTITY        PIC X(4).
       01 RL-DISP              PIC Z(8)9.

       COPY "logchain.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME8 FROM TIME
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-SCAN-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'scan_events_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-SCAN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCANIMP_IN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SCAN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-PIECE-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'mail_pieces.txt'
               DELIMITED BY SIZE INTO WS-PIECE-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'LABEL_PIECE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PIECE-FILE-NAME
           END-IF
           MOVE SPACES TO WS-STAT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'mail_piece_status.txt'
               DELIMITED BY SIZE INTO WS-STAT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCANIMP_STATUS_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STAT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-WARN-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'early_undeliv_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-WARN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCANIMP_WARN_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-WARN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-AGING-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'scan_aging_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-AGING-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCANIMP_AGING_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AGING-FILE-NAME
           END-IF
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
               'scanimp_report_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCANIMP_RPT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RPT-FILE-NAME
           END-IF
           MOVE SPACES TO WS-MAST-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'address_master.dat'
               DELIMITED BY SIZE INTO WS-MAST-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDRMAST_MAST_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCANIMP_TRANSIT_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TRANSIT-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SCANIMP_KEEP_DAYS'
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-KEEP-DAYS
           END-IF

           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = '00'
               DISPLAY "SCANIMP: cannot open scan file "
                   FUNCTION TRIM(WS-SCAN-FILE-NAME)
                   " (status " WS-SCAN-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 件狀態檔 + 新的件清單全部進表；放不下就整個停掉，
           *> 件狀態檔不重寫、件清單不改名，下次調大保留天數
           *> 前的狀態原封不動
           PERFORM LOAD-PIECE-STATUS
           PERFORM ABSORB-PIECE-MANIFEST

           OPEN I-O MAST-FILE
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY "SCANIMP: cannot open master file "
                   FUNCTION TRIM(WS-MAST-FILE-NAME)
                   " (status " WS-MAST-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           OPEN EXTEND WARN-FILE
           IF WS-WARN-STATUS NOT = '00'
               OPEN OUTPUT WARN-FILE
           END-IF
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JRNL-FILE
           END-IF
           OPEN EXTEND CONFLICT-FILE
           IF WS-CONFLICT-STATUS NOT = '00'
               OPEN OUTPUT CONFLICT-FILE
           END-IF

           MOVE SPACES TO RPT-REC
           STRING "Scan-event import " WS-RUN-DATE
               " (barcode;event;disposition;detail)"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SCAN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(SCAN-REC) NOT = SPACES
                          AND SCAN-REC(1:1) NOT = '*'
                           ADD 1 TO CTL-SCANS-READ
                           PERFORM APPLY-ONE-SCAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE MAST-FILE RPT-FILE WARN-FILE JRNL-FILE
               CONFLICT-FILE

           *> 帳齡報表 + 件狀態檔整檔重寫（超過保留天數的不寫回）
           OPEN OUTPUT AGING-FILE
           OPEN OUTPUT STAT-FILE
           MOVE SPACES TO AGING-REC
           STRING "Barcode;Account;Mailing;Job;MailDate;DaysOut;"
               "LastEvent;LastFacility;LastScan"
               DELIMITED BY SIZE INTO AGING-REC
           WRITE AGING-REC
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > PC-COUNT
               PERFORM AGE-ONE-PIECE
           END-PERFORM
           PERFORM WRITE-AGING-SUMMARY
           CLOSE AGING-FILE STAT-FILE

           *> 件清單已經併進件狀態檔：改名留底，下次不會重併
           IF WS-PIECE-OPENED = 'Y'
               MOVE SPACES TO WS-PIECE-DONE-NAME
               STRING FUNCTION TRIM(WS-ENTITY-PREFIX)
                   'mail_pieces_absorbed_' WS-RUN-DATE '_'
                   WS-RUN-TIME8(1:6) '.txt'
                   DELIMITED BY SIZE INTO WS-PIECE-DONE-NAME
               CALL 'CBL_RENAME_FILE'
                   USING WS-PIECE-FILE-NAME WS-PIECE-DONE-NAME
               IF RETURN-CODE NOT = 0
                   DISPLAY "SCANIMP: could not rename "
                       FUNCTION TRIM(WS-PIECE-FILE-NAME)
                       " - remove it before the next run"
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY "SCANIMP: " CTL-PIECES-NEW " new piece(s) from "
               "the label manifest (" CTL-PIECES-REPLACED
               " replaced), " CTL-STATUS-WRITTEN " tracked, "
               CTL-DROPPED " past retention"
           DISPLAY "SCANIMP: " CTL-SCANS-READ " scan(s), "
               CTL-SCANS-MATCHED " matched, "
               CTL-UNMATCHED " unmatched, "
               CTL-BAD-SCAN " rejected"
           DISPLAY "SCANIMP: " CTL-DELIVERED " delivered ("
               CTL-MAST-STAMPED " master stamped, "
               CTL-ZIP-DIFFERS " address changed since mailing, "
               CTL-NOT-ON-MASTER " not on master, "
               CTL-ENTITY-REJECT " other entity, "
               CTL-CONFLICTS " stale-read conflicts)"
           DISPLAY "SCANIMP: " CTL-RETURNED " returned, "
               CTL-WARNED " early warning(s) to "
               FUNCTION TRIM(WS-WARN-FILE-NAME) ", "
               CTL-FORWARDED " forwarded"
           DISPLAY "SCANIMP: " CTL-IN-TRANSIT " in transit, "
               CTL-AGED " over " WS-TRANSIT-DAYS " day(s) - see "
               FUNCTION TRIM(WS-AGING-FILE-NAME)
           IF CTL-UNMATCHED > 0 OR CTL-BAD-SCAN > 0
              OR CTL-CONFLICTS > 0 OR CTL-ENTITY-REJECT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "SCANIMP: ADDR_ENTITY must be at most 4 "
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

       *> 件狀態檔一行：條碼;寄件日;批號;工作;件序號;帳號;RecType;
       *> 郵遞區號;狀態;最後事件;最後處理中心;最後掃描時間;
       *> 妥投日;已預警（檔案不存在 = 第一次跑，空表）
       LOAD-PIECE-STATUS.
           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ STAT-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(STAT-REC) NOT = SPACES
                           PERFORM LOAD-ONE-STATUS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAT-FILE
           MOVE 'N' TO EOF-FLAG.

       LOAD-ONE-STATUS-LINE.
           IF PC-COUNT >= 50000
               PERFORM STOP-TABLE-FULL
           END-IF
           MOVE SPACES TO PX-FIELDS
           UNSTRING STAT-REC DELIMITED BY ';'
               INTO PX-F1 PX-F2 PX-F3 PX-F4 PX-F5 PX-F6 PX-F7
                    PX-F8 PX-F9 PX-F10 PX-F11 PX-F12 PX-F13 PX-F14
           END-UNSTRING
           ADD 1 TO PC-COUNT
           ADD 1 TO CTL-STATUS-LOADED
           MOVE PX-F1 TO PC-BARCODE(PC-COUNT)
           MOVE PX-F2 TO PC-MAIL-DATE(PC-COUNT)
           MOVE PX-F3 TO PC-MAILING(PC-COUNT)
           MOVE PX-F4 TO PC-JOB(PC-COUNT)
           MOVE PX-F5 TO PC-PIECE(PC-COUNT)
           MOVE PX-F6 TO PC-ACCOUNT(PC-COUNT)
           MOVE PX-F7 TO PC-RECTYPE(PC-COUNT)
           MOVE PX-F8 TO PC-ZIP(PC-COUNT)
           MOVE PX-F9 TO PC-STATE(PC-COUNT)
           MOVE PX-F10 TO PC-LAST-EVENT(PC-COUNT)
           MOVE PX-F11 TO PC-LAST-FAC(PC-COUNT)
           MOVE PX-F12 TO PC-LAST-TS(PC-COUNT)
           MOVE PX-F13 TO PC-DELIV-DATE(PC-COUNT)
           MOVE PX-F14 TO PC-WARNED(PC-COUNT).

       *> 件清單一行：寄件日;批號;工作;件序號;條碼;帳號;RecType;
       *> 郵遞區號。同一個條碼 + 寄件日 + 批號已經在表上（同一批
       *> 重跑）就用新的蓋掉，否則加一件在途
       ABSORB-PIECE-MANIFEST.
           OPEN INPUT PIECE-FILE
           IF WS-PIECE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PIECE-OPENED
           MOVE 'N' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PIECE-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(PIECE-REC) NOT = SPACES
                           PERFORM ABSORB-ONE-PIECE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIECE-FILE
           MOVE 'N' TO EOF-FLAG.

       ABSORB-ONE-PIECE.
           MOVE SPACES TO PX-FIELDS
           UNSTRING PIECE-REC DELIMITED BY ';'
               INTO PX-F1 PX-F2 PX-F3 PX-F4 PX-F5 PX-F6 PX-F7 PX-F8
           END-UNSTRING
           IF FUNCTION TRIM(PX-F5) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PC-HIT
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > PC-COUNT OR PC-HIT > 0
               IF PC-BARCODE(PC-IDX) = PX-F5
                  AND PC-MAIL-DATE(PC-IDX) = PX-F1
                  AND PC-MAILING(PC-IDX) = PX-F2
                   MOVE PC-IDX TO PC-HIT
               END-IF
           END-PERFORM
           IF PC-HIT > 0
               ADD 1 TO CTL-PIECES-REPLACED
           ELSE
               IF PC-COUNT >= 50000
                   PERFORM STOP-TABLE-FULL
               END-IF
               ADD 1 TO PC-COUNT
               MOVE PC-COUNT TO PC-HIT
               ADD 1 TO CTL-PIECES-NEW
           END-IF
           MOVE PX-F5 TO PC-BARCODE(PC-HIT)
           MOVE PX-F1 TO PC-MAIL-DATE(PC-HIT)
           MOVE PX-F2 TO PC-MAILING(PC-HIT)
           MOVE PX-F3 TO PC-JOB(PC-HIT)
           MOVE PX-F4 TO PC-PIECE(PC-HIT)
           MOVE PX-F6 TO PC-ACCOUNT(PC-HIT)
           MOVE PX-F7 TO PC-RECTYPE(PC-HIT)
           MOVE PX-F8 TO PC-ZIP(PC-HIT)
           MOVE 'T' TO PC-STATE(PC-HIT)
           MOVE SPACES TO PC-LAST-EVENT(PC-HIT) PC-LAST-FAC(PC-HIT)
               PC-LAST-TS(PC-HIT) PC-DELIV-DATE(PC-HIT)
           MOVE 'N' TO PC-WARNED(PC-HIT).

       STOP-TABLE-FULL.
           DISPLAY "SCANIMP: more than 50000 pieces to track - "
               "lower SCANIMP_KEEP_DAYS; nothing updated"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       *> 一筆掃描：驗事件與時間、對件、更新件狀態，妥投蓋主檔、
       *> 退回進預警
       APPLY-ONE-SCAN.
           MOVE SPACES TO SC-BARCODE SC-EVENT SC-FACILITY SC-TS
           UNSTRING SCAN-REC DELIMITED BY ';'
               INTO SC-BARCODE SC-EVENT SC-FACILITY SC-TS
           END-UNSTRING
           MOVE FUNCTION TRIM(SC-BARCODE) TO SC-BARCODE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SC-EVENT))
               TO SC-EVENT
           MOVE FUNCTION TRIM(SC-FACILITY) TO SC-FACILITY
           MOVE FUNCTION TRIM(SC-TS) TO SC-TS

           EVALUATE SC-EVENT
               WHEN 'ACC'
               WHEN 'PRC'
               WHEN 'OFD'
               WHEN 'FWD'
               WHEN 'DLV'
               WHEN 'RTS'
               WHEN 'UAA'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO CTL-BAD-SCAN
                   MOVE 'BAD-EVENT' TO WS-DISPOSITION
                   PERFORM WRITE-SCAN-REPORT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SC-TS(1:8) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-VALUE
           IF WS-DATE-OK = 'N'
               ADD 1 TO CTL-BAD-SCAN
               MOVE 'BAD-TIMESTAMP' TO WS-DISPOSITION
               PERFORM WRITE-SCAN-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SC-TS(1:8) TO SC-DATE

           *> 件序號每次重編：同一條碼值挑寄件日不晚於掃描日的
           *> 最近一次寄件
           MOVE 0 TO PC-HIT
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > PC-COUNT
               IF PC-BARCODE(PC-IDX) = SC-BARCODE
                  AND PC-MAIL-DATE(PC-IDX) <= SC-DATE
                   IF PC-HIT = 0
                       MOVE PC-IDX TO PC-HIT
                   ELSE
                       IF PC-MAIL-DATE(PC-IDX) > PC-MAIL-DATE(PC-HIT)
                           MOVE PC-IDX TO PC-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PC-HIT = 0
               ADD 1 TO CTL-UNMATCHED
               MOVE 'UNMATCHED' TO WS-DISPOSITION
               PERFORM WRITE-SCAN-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-SCANS-MATCHED

           *> 掃描不一定照時間順序到：較舊的掃描不蓋最後事件
           IF SC-TS(1:14) >= PC-LAST-TS(PC-HIT)
              OR PC-LAST-TS(PC-HIT) = SPACES
               MOVE SC-EVENT TO PC-LAST-EVENT(PC-HIT)
               MOVE SC-FACILITY TO PC-LAST-FAC(PC-HIT)
               MOVE SC-TS(1:14) TO PC-LAST-TS(PC-HIT)
           END-IF

           EVALUATE SC-EVENT
               WHEN 'DLV'
                   ADD 1 TO CTL-DELIVERED
                   MOVE 'D' TO PC-STATE(PC-HIT)
                   IF PC-DELIV-DATE(PC-HIT) = SPACES
                      OR SC-DATE > PC-DELIV-DATE(PC-HIT)
                       MOVE SC-DATE TO PC-DELIV-DATE(PC-HIT)
                   END-IF
                   PERFORM STAMP-MAST-DELIVERED
               WHEN 'RTS'
               WHEN 'UAA'
                   ADD 1 TO CTL-RETURNED
                   MOVE 'R' TO PC-STATE(PC-HIT)
                   IF PC-WARNED(PC-HIT) NOT = 'Y'
                       PERFORM WRITE-EARLY-WARNING
                   END-IF
               WHEN 'FWD'
                   *> 轉寄照樣會送到，不預警；列報表提醒可能遷址
                   ADD 1 TO CTL-FORWARDED
                   MOVE 'FORWARDED' TO WS-DISPOSITION
                   PERFORM WRITE-SCAN-REPORT-LINE
           END-EVALUATE.

       *> 日期合理性（YYYYMMDD，月 01-12、日 01-31、1990 年以後）
       CHECK-DATE-VALUE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-DATE-CHECK IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK(5:2) < '01' OR WS-DATE-CHECK(5:2) > '12'
              OR WS-DATE-CHECK(7:2) < '01'
              OR WS-DATE-CHECK(7:2) > '31'
              OR WS-DATE-CHECK(1:4) < '1990'
               MOVE 'N' TO WS-DATE-OK
           END-IF.

       *> 妥投：件上的帳號/角色讀主檔，郵遞區號還是寄件時那個
       *> 才把最後妥投日往後推
       STAMP-MAST-DELIVERED.
           PERFORM READ-MAST-FOR-PIECE
           IF WS-ROLE-FOUND = 'N'
               ADD 1 TO CTL-NOT-ON-MASTER
               MOVE 'NOT-ON-MASTER' TO WS-DISPOSITION
               PERFORM WRITE-SCAN-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           *> 別的法人的記錄（ADDRMAST_MAST_FILE 指到別家的主檔）
           MOVE MAST-ENTITY TO WS-REC-ENTITY
           IF WS-REC-ENTITY = SPACES
               MOVE WS-DEFAULT-ENTITY TO WS-REC-ENTITY
           END-IF
           IF WS-REC-ENTITY NOT = WS-RUN-ENTITY
               ADD 1 TO CTL-ENTITY-REJECT
               MOVE 'OTHER-ENTITY' TO WS-DISPOSITION
               PERFORM WRITE-SCAN-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MAST-ZIP) NOT =
              FUNCTION TRIM(PC-ZIP(PC-HIT))
               ADD 1 TO CTL-ZIP-DIFFERS
               MOVE 'ZIP-CHANGED' TO WS-DISPOSITION
               PERFORM WRITE-SCAN-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF MAST-LAST-DELIV-DATE IS NOT NUMERIC
               MOVE 0 TO MAST-LAST-DELIV-DATE
           END-IF
           IF MAST-LAST-DELIV-DATE >= FUNCTION NUMVAL(SC-DATE)
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURE-READ-VERSION
           MOVE SC-DATE TO MAST-LAST-DELIV-DATE
           PERFORM REWRITE-MAST-CHECKED
           IF WS-VERSION-OK = 'N'
               MOVE SPACES TO WS-DISPOSITION
               STRING 'CONFLICT:' MAST-UPD-PROGRAM
                   DELIMITED BY SIZE INTO WS-DISPOSITION
               PERFORM WRITE-SCAN-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           ADD 1 TO CTL-MAST-STAMPED.

       *> RecType M → MAILING、P → RESIDENTIAL；空白依 ROLE-PREF
       *> 順序試讀，讀到就停
       READ-MAST-FOR-PIECE.
           MOVE 'N' TO WS-ROLE-FOUND
           MOVE FUNCTION TRIM(PC-ACCOUNT(PC-HIT)) TO MAST-ACCOUNT-ID
           IF PC-RECTYPE(PC-HIT) = 'M' OR PC-RECTYPE(PC-HIT) = 'P'
               IF PC-RECTYPE(PC-HIT) = 'M'
                   MOVE 'MAILING' TO MAST-ADDR-ROLE
               ELSE
                   MOVE 'RESIDENTIAL' TO MAST-ADDR-ROLE
               END-IF
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ROLE-PREF-IDX FROM 1 BY 1
                   UNTIL ROLE-PREF-IDX > 3 OR WS-ROLE-FOUND = 'Y'
               MOVE FUNCTION TRIM(PC-ACCOUNT(PC-HIT))
                   TO MAST-ACCOUNT-ID
               MOVE ROLE-PREF(ROLE-PREF-IDX) TO MAST-ADDR-ROLE
               READ MAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ROLE-FOUND
               END-READ
           END-PERFORM.

       *> 預警一行：帳號;SCAN-RTS|SCAN-UAA;掃描日;條碼;批號
       *> （MAILUNDEL 只讀前三欄）
       WRITE-EARLY-WARNING.
           MOVE SPACES TO WS-WARN-REASON
           STRING 'SCAN-' SC-EVENT DELIMITED BY SPACE
               INTO WS-WARN-REASON
           MOVE SPACES TO WARN-REC
           STRING FUNCTION TRIM(PC-ACCOUNT(PC-HIT)) ";"
               FUNCTION TRIM(WS-WARN-REASON) ";" SC-DATE ";"
               FUNCTION TRIM(SC-BARCODE) ";"
               FUNCTION TRIM(PC-MAILING(PC-HIT))
               DELIMITED BY SIZE INTO WARN-REC
           WRITE WARN-REC
           MOVE 'Y' TO PC-WARNED(PC-HIT)
           ADD 1 TO CTL-WARNED
           MOVE 'EARLY-WARNING' TO WS-DISPOSITION
           PERFORM WRITE-SCAN-REPORT-LINE.

       *> 例外報表一行：條碼;事件;處置;帳號/批號或原始掃描行
       WRITE-SCAN-REPORT-LINE.
           MOVE SPACES TO RPT-REC
           IF WS-DISPOSITION = 'BAD-EVENT'
              OR WS-DISPOSITION = 'BAD-TIMESTAMP'
              OR WS-DISPOSITION = 'UNMATCHED'
               STRING FUNCTION TRIM(SC-BARCODE) ";"
                   FUNCTION TRIM(SC-EVENT) ";"
                   FUNCTION TRIM(WS-DISPOSITION) ";"
                   FUNCTION TRIM(SCAN-REC)
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING FUNCTION TRIM(SC-BARCODE) ";"
                   FUNCTION TRIM(SC-EVENT) ";"
                   FUNCTION TRIM(WS-DISPOSITION) ";"
                   FUNCTION TRIM(PC-ACCOUNT(PC-HIT)) "/"
                   FUNCTION TRIM(PC-MAILING(PC-HIT)) "/"
                   FUNCTION TRIM(PC-JOB(PC-HIT)) "/"
                   FUNCTION TRIM(PC-PIECE(PC-HIT))
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC.

       *> 一件收尾：超過保留天數不寫回；在途超過 N 天進帳齡報表
       AGE-ONE-PIECE.
           MOVE PC-MAIL-DATE(PC-IDX) TO WS-DATE-CHECK
           PERFORM CHECK-DATE-VALUE
           IF WS-DATE-OK = 'Y'
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(PC-MAIL-DATE(PC-IDX)))
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-KEEP-DAYS
               ADD 1 TO CTL-DROPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-STATUS-LINE
           IF PC-STATE(PC-IDX) NOT = 'T'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-IN-TRANSIT
           IF WS-AGE-DAYS <= WS-TRANSIT-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CTL-AGED
           IF WS-AGE-DAYS > WS-TRANSIT-DAYS * 4
               ADD 1 TO CTL-AGED-4X
           ELSE
               IF WS-AGE-DAYS > WS-TRANSIT-DAYS * 2
                   ADD 1 TO CTL-AGED-2X
               END-IF
           END-IF
           MOVE WS-AGE-DAYS TO RL-DISP
           MOVE SPACES TO AGING-REC
           STRING FUNCTION TRIM(PC-BARCODE(PC-IDX)) ";"
               FUNCTION TRIM(PC-ACCOUNT(PC-IDX)) ";"
               FUNCTION TRIM(PC-MAILING(PC-IDX)) ";"
               FUNCTION TRIM(PC-JOB(PC-IDX)) ";"
               PC-MAIL-DATE(PC-IDX) ";"
               FUNCTION TRIM(RL-DISP) ";"
               FUNCTION TRIM(PC-LAST-EVENT(PC-IDX)) ";"
               FUNCTION TRIM(PC-LAST-FAC(PC-IDX)) ";"
               FUNCTION TRIM(PC-LAST-TS(PC-IDX))
               DELIMITED BY SIZE INTO AGING-REC
           WRITE AGING-REC.

       WRITE-STATUS-LINE.
           MOVE SPACES TO STAT-REC
           STRING FUNCTION TRIM(PC-BARCODE(PC-IDX)) ";"
               PC-MAIL-DATE(PC-IDX) ";"
               FUNCTION TRIM(PC-MAILING(PC-IDX)) ";"
               FUNCTION TRIM(PC-JOB(PC-IDX)) ";"
               FUNCTION TRIM(PC-PIECE(PC-IDX)) ";"
               FUNCTION TRIM(PC-ACCOUNT(PC-IDX)) ";"
               PC-RECTYPE(PC-IDX) ";"
               FUNCTION TRIM(PC-ZIP(PC-IDX)) ";"
               PC-STATE(PC-IDX) ";"
               FUNCTION TRIM(PC-LAST-EVENT(PC-IDX)) ";"
               FUNCTION TRIM(PC-LAST-FAC(PC-IDX)) ";"
               FUNCTION TRIM(PC-LAST-TS(PC-IDX)) ";"
               FUNCTION TRIM(PC-DELIV-DATE(PC-IDX)) ";"
               PC-WARNED(PC-IDX)
               DELIMITED BY SIZE INTO STAT-REC
           WRITE STAT-REC
           ADD 1 TO CTL-STATUS-WRITTEN.

       *> 帳齡報表尾：在途總數與超過 N / 2N / 4N 天的件數
       WRITE-AGING-SUMMARY.
           MOVE SPACES TO AGING-REC
           WRITE AGING-REC
           MOVE CTL-IN-TRANSIT TO RL-DISP
           MOVE SPACES TO AGING-REC
           STRING "*TOTAL*;in transit;" FUNCTION TRIM(RL-DISP)
               DELIMITED BY SIZE INTO AGING-REC
           WRITE AGING-REC
           MOVE CTL-AGED TO RL-DISP
           MOVE SPACES TO AGING-REC
           STRING "*TOTAL*;over " WS-TRANSIT-DAYS " days;"
               FUNCTION TRIM(RL-DISP)
               DELIMITED BY SIZE INTO AGING-REC
           WRITE AGING-REC
           MOVE CTL-AGED-2X TO RL-DISP
           MOVE SPACES TO AGING-REC
           STRING "*TOTAL*;of which over 2x (not 4x);"
               FUNCTION TRIM(RL-DISP)
               DELIMITED BY SIZE INTO AGING-REC
           WRITE AGING-REC
           MOVE CTL-AGED-4X TO RL-DISP
           MOVE SPACES TO AGING-REC
           STRING "*TOTAL*;of which over 4x;" FUNCTION TRIM(RL-DISP)
               DELIMITED BY SIZE INTO AGING-REC
           WRITE AGING-REC.

       *> READ 回來的版本記下來（舊記錄沒有版本欄就當 0）
       CAPTURE-READ-VERSION.
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE MAST-VERSION TO WS-READ-VERSION.

       *> 改好的影像先存起來，同一個主鍵重讀：版本還是 READ 時
       *> 那一個才把重讀回來的記錄記成改寫前影像（B）、把影像蓋
       *> 回去、蓋新版本 REWRITE；被別的程式先改過（或刪掉）就
       *> 不寫影像也不寫主檔，記一行衝突，WS-VERSION-OK = 'N'。
       REWRITE-MAST-CHECKED.
           MOVE MAST-REC TO WS-NEW-IMAGE
           MOVE 'Y' TO WS-VERSION-OK
           READ MAST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'DELETED' TO WS-CONFLICT-WHY
           END-READ
           IF WS-VERSION-OK = 'Y'
               IF MAST-VERSION IS NOT NUMERIC
                   MOVE 0 TO MAST-VERSION
               END-IF
               IF MAST-VERSION NOT = WS-READ-VERSION
                   MOVE 'N' TO WS-VERSION-OK
                   MOVE 'STALE-READ' TO WS-CONFLICT-WHY
               END-IF
           END-IF
           IF WS-VERSION-OK = 'N'
               PERFORM WRITE-CONFLICT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-JRNL-TYPE
           PERFORM WRITE-JOURNAL-IMAGE
           MOVE WS-NEW-IMAGE TO MAST-REC
           MOVE WS-READ-VERSION TO MAST-VERSION
           PERFORM STAMP-MAST-VERSION
           REWRITE MAST-REC.

       *> 版本 +1，蓋上這次更新的日期、時間、程式
       STAMP-MAST-VERSION.
           ACCEPT WS-STAMP-TIME8 FROM TIME
           ADD 1 TO MAST-VERSION
           MOVE WS-RUN-DATE TO MAST-UPD-DATE
           MOVE WS-STAMP-TIME8(1:6) TO MAST-UPD-TIME
           MOVE WS-JRNL-PROGRAM TO MAST-UPD-PROGRAM.

       *> 一行衝突：日期;時間;程式;帳號;角色;原因;讀到的版本;
       *> 主檔現在的版本;最後更新程式;最後更新日期時間
       WRITE-CONFLICT-LINE.
           ADD 1 TO CTL-CONFLICTS
           ACCEPT WS-STAMP-TIME8 FROM TIME
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           MOVE SPACES TO CONFLICT-REC
           STRING WS-RUN-DATE ";" WS-STAMP-TIME8(1:6) ";"
               FUNCTION TRIM(WS-JRNL-PROGRAM) ";"
               FUNCTION TRIM(MAST-ACCOUNT-ID) ";"
               FUNCTION TRIM(MAST-ADDR-ROLE) ";"
               FUNCTION TRIM(WS-CONFLICT-WHY) ";"
               WS-READ-VERSION ";" MAST-VERSION ";"
               FUNCTION TRIM(MAST-UPD-PROGRAM) ";"
               MAST-UPD-DATE MAST-UPD-TIME
               DELIMITED BY SIZE INTO CONFLICT-REC
           INSPECT CONFLICT-REC REPLACING ALL LOW-VALUE BY SPACE
           WRITE CONFLICT-REC.

       *> 一筆主檔影像進異動日誌：呼叫前設好 WS-JRNL-TYPE
       *> （B=改寫前 A=改寫/新增後），MAST-REC 原樣照錄。
       WRITE-JOURNAL-IMAGE.
           ACCEPT WS-JRNL-TIME8 FROM TIME
           MOVE SPACES TO JRNL-REC
           MOVE WS-RUN-DATE TO JRNL-DATE
           MOVE WS-JRNL-TIME8(1:6) TO JRNL-TIME
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
