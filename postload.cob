       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTLOAD.
      *> 郵政機關正式名錄改版載入：以前每次改版都要有人手改
      *> city.txt、zipcity.txt、street_directory.txt、
      *> geo_hierarchy.txt，一改好幾週還會漏。這支讀官方名錄檔
      *> （一行「郵遞區號;州/縣市;城市;行政區;街道」，* 開頭是
      *> 註解），推出四份參照檔該有的內容：
      *>   city.txt             名錄上出現的城市
      *>   zipcity.txt          郵遞區號依序排好，同一個城市+州
      *>                        連在一起的併成一段「起;迄;城市;州」
      *>   street_directory.txt 「城市;街道;郵遞區號」（STREETBLD
      *>                        以國家+郵遞區號+街道建索引檔）
      *>   geo_hierarchy.txt    「DISTRICT;行政區;城市」與
      *>                        「CITY;城市;州」（州空白就用
      *>                        POSTLOAD_COUNTRY，沒設就不出）
      *> 跟現行檔案比出新增、刪除、改名（同一個郵遞區號段換了
      *> 城市、同一個行政區/城市換了上層、城市改名連帶的城市與
      *> 街道），不直接改檔：每一筆寫成 refpending.txt 的待核申請
      *> （申請人 POSTLOAD，改名 = 先 DELETE 舊的再 ADD 新的），照樣
      *> 走 REFMAINT 的兩步核可。比出來的新增/刪除、改名配對、待核
      *> 去重都走排序工作檔，名錄多大都整批排上（不會因為筆數多
      *> 就什麼都不排）。現行 city.txt 跟 geo_hierarchy.txt
      *> 裡國內郵務範圍以外的項目（城市不在名錄也不在現行
      *> zipcity/街道名錄上）不比，不會被提案刪掉。
      *> 改版影響摘要 postload_summary_YYYYMMDD.txt 給參照資料負責
      *> 人（POSTLOAD_OWNER），有排上待核就在告警檔記一行。
      *>   POSTLOAD_RELEASE_FILE = 名錄檔（預設 postal_release.txt）
      *>   POSTLOAD_COUNTRY      = 州空白時城市的上層（國家）
      *>   POSTLOAD_OWNER        = 參照資料負責人（預設 REFDATA）
      *>   SPILT_ALERT_FILE      = 告警檔（預設 alerts_YYYYMMDD.txt）

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> 名錄依郵遞區號排序（併郵遞區號段）
           SELECT ZSORT-FILE ASSIGN TO "postload_zip.tmp".
           *> 現行項目跟推出來的項目一起依清單+項目排序比對
           SELECT DSORT-FILE ASSIGN TO "postload_diff.tmp".
           *> 新增/刪除依配對鍵排序配改名（同鍵先編號，同編號的
           *> 一刪一增就是一對）
           SELECT PSORT-FILE ASSIGN TO "postload_pair.tmp".
           *> 配好的結果依清單排序出摘要明細與待核申請
           SELECT FSORT-FILE ASSIGN TO "postload_final.tmp".
           *> 待核申請跟現行待核檔一起排序去掉已經排過的，再照
           *> 排入順序寫回
           SELECT XSORT-FILE ASSIGN TO "postload_stage.tmp".
           SELECT REL-FILE ASSIGN TO DYNAMIC WS-REL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT REF-FILE ASSIGN TO DYNAMIC WS-REF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT NEW-FILE ASSIGN TO 'postload_new.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           *> 比對結果（刪除/新增）、第一輪沒配上的、編號後的
           SELECT CHG-FILE ASSIGN TO 'postload_chg.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT LEFT-FILE ASSIGN TO 'postload_left.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT RANK-FILE ASSIGN TO 'postload_rank.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           *> 配對結果（改名/刪除/新增）、摘要明細、待核候選
           SELECT RES-FILE ASSIGN TO 'postload_res.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DET-FILE ASSIGN TO 'postload_det.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CAND-FILE ASSIGN TO 'postload_cand.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OK-FILE ASSIGN TO 'postload_ok.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'refpending.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       SD  ZSORT-FILE.
       01  ZSORT-REC.
           05 ZS-ZIP       PIC X(10).
           05 ZS-STATE     PIC X(30).
           05 ZS-CITY      PIC X(40).
           05 ZS-DISTRICT  PIC X(40).
           05 ZS-STREET    PIC X(60).
       *> DS-SRC：C = 現行檔案、N = 名錄推出來的
       SD  DSORT-FILE.
       01  DSORT-REC.
           05 DS-LIST      PIC 9.
           05 DS-KEY       PIC X(100).
           05 DS-SRC       PIC X.
           05 DS-VALUE     PIC X(100).

       *> 一筆新增/刪除：PS-TYPE 1 = 刪除（現行有、名錄沒有）、
       *> 2 = 新增；PS-SEQ 是比對順序（清單+項目），PS-F1..F3 是
       *> 拆好的大寫欄位；配對鍵 PS-PK1..PK3，PS-PKU 非零 = 不配
       SD  PSORT-FILE.
       01  PSORT-REC.
           05 PS-LIST      PIC 9.
           05 PS-PKEY.
               10 PS-PK1   PIC X(60).
               10 PS-PK2   PIC X(60).
               10 PS-PK3   PIC X(60).
               10 PS-PKU   PIC 9(9).
           05 PS-RANK      PIC 9(9).
           05 PS-TYPE      PIC X.
           05 PS-SEQ       PIC 9(9).
           05 PS-F1        PIC X(60).
           05 PS-F2        PIC X(60).
           05 PS-F3        PIC X(60).
           05 PS-VALUE     PIC X(100).
       *> 配對結果：FS-CLASS 1 = 刪除起頭的（改名/刪除）、2 = 單純
       *> 新增；FS-KIND N 改名、R 刪除、A 新增
       SD  FSORT-FILE.
       01  FSORT-REC.
           05 FS-CLASS     PIC X.
           05 FS-LIST      PIC 9.
           05 FS-SEQ       PIC 9(9).
           05 FS-KIND      PIC X.
           05 FS-OLD       PIC X(100).
           05 FS-NEW       PIC X(100).
       *> 待核申請：XS-SRC 0 = 待核檔上已有的、1 = 這次要排的；
       *> XS-ORDER 是排入順序（清單、刪除起頭/新增、比對順序、
       *> 改名的 DELETE 先 ADD 後）
       SD  XSORT-FILE.
       01  XSORT-REC.
           05 XS-LIST      PIC X(20).
           05 XS-ACTION    PIC X(10).
           05 XS-UKEY      PIC X(100).
           05 XS-SRC       PIC X.
           05 XS-ORDER.
               10 XS-ORD-LIST  PIC 9.
               10 XS-ORD-CLASS PIC X.
               10 XS-ORD-SEQ   PIC 9(9).
               10 XS-ORD-SUB   PIC 9.
           05 XS-VALUE     PIC X(100).

       FD  CHG-FILE.
       01  CHG-REC         PIC X(489).
       FD  LEFT-FILE.
       01  LEFT-REC        PIC X(489).
       FD  RANK-FILE.
       01  RANK-REC        PIC X(489).
       FD  RES-FILE.
       01  RES-REC         PIC X(212).
       FD  DET-FILE.
       01  DET-REC         PIC X(300).
       FD  CAND-FILE.
       01  CAND-REC        PIC X(243).
       FD  OK-FILE.
       01  OK-REC          PIC X(243).
       FD  REL-FILE.
       01  REL-REC         PIC X(300).
       FD  REF-FILE.
       01  REF-REC         PIC X(100).
       FD  NEW-FILE.
       01  NEW-REC.
           05 NW-LIST      PIC 9.
           05 NW-VALUE     PIC X(100).
       FD  PENDING-FILE.
       01  PENDING-REC     PIC X(200).
       FD  RPT-FILE.
       01  RPT-REC         PIC X(300).
       FD  ALERT-FILE.
       01  ALERT-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-STAMP-TIME8       PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-REL-FILE-NAME     PIC X(100).
       01 WS-REL-STATUS        PIC XX.
       01 WS-REF-FILE-NAME     PIC X(100).
       01 WS-REF-STATUS        PIC XX.
       01 WS-NEW-STATUS        PIC XX.
       01 WS-WORK-STATUS       PIC XX.
       01 WS-PENDING-STATUS    PIC XX.
       01 WS-RPT-FILE-NAME     PIC X(100).
       01 WS-ALERT-FILE-NAME   PIC X(100).
       01 WS-ALERT-STATUS      PIC XX.
       01 WS-COUNTRY           PIC X(40).
       01 WS-OWNER             PIC X(40).
       01 REL-EOF              PIC X VALUE 'N'.
       01 REF-EOF              PIC X.
       01 NEW-EOF              PIC X VALUE 'N'.
       01 PEND-EOF             PIC X VALUE 'N'.
       01 ZSORT-EOF            PIC X VALUE 'N'.
       01 DSORT-EOF            PIC X VALUE 'N'.
       01 PSORT-EOF            PIC X.
       01 FSORT-EOF            PIC X.
       01 XSORT-EOF            PIC X.
       01 WORK-EOF             PIC X.

       *> 清單編號：1 CITY 2 ZIPCITY 3 STREETDIR 4 GEOHIER
       01 LIST-NAMES.
           05 FILLER PIC X(10) VALUE 'CITY'.
           05 FILLER PIC X(10) VALUE 'ZIPCITY'.
           05 FILLER PIC X(10) VALUE 'STREETDIR'.
           05 FILLER PIC X(10) VALUE 'GEOHIER'.
       01 LIST-NAME-TABLE REDEFINES LIST-NAMES.
           05 LIST-NAME OCCURS 4 TIMES PIC X(10).
       01 LIST-FILES.
           05 FILLER PIC X(25) VALUE 'city.txt'.
           05 FILLER PIC X(25) VALUE 'zipcity.txt'.
           05 FILLER PIC X(25) VALUE 'street_directory.txt'.
           05 FILLER PIC X(25) VALUE 'geo_hierarchy.txt'.
       01 LIST-FILE-TABLE REDEFINES LIST-FILES.
           05 LIST-FILE OCCURS 4 TIMES PIC X(25).
       01 LIST-IDX             PIC 9.
       01 LIST-COUNTS.
           05 LIST-CNT OCCURS 4 TIMES.
               10 LC-ADDED       PIC 9(7).
               10 LC-REMOVED     PIC 9(7).
               10 LC-RENAMED     PIC 9(7).
               10 LC-SAME        PIC 9(7).

       *> 名錄一行拆欄
       01 RL-ZIP               PIC X(10).
       01 RL-STATE             PIC X(30).
       01 RL-CITY              PIC X(40).
       01 RL-DISTRICT          PIC X(40).
       01 RL-STREET            PIC X(60).

       *> 正在併的郵遞區號段
       01 RG-FROM              PIC X(10).
       01 RG-TO                PIC X(10).
       01 RG-CITY              PIC X(40).
       01 RG-STATE             PIC X(30).

       *> 組一個項目：EV-F1..EV-F4 依清單欄數用分號接起來
       01 EV-FIELD-COUNT       PIC 9.
       01 EV-FIELDS.
           05 EV-F OCCURS 4 TIMES PIC X(60).
       01 EV-IDX               PIC 9.
       01 EV-VALUE             PIC X(100).
       01 EV-PTR               PIC 9(3).

       *> 國內郵務範圍的城市（名錄上的 + 現行 zipcity/街道名錄上的）
       *> - 只用來判斷現行 city.txt/geo_hierarchy.txt 的項目要不要
       *> 比，裝不下的城市不比（不會被提案刪掉），會顯示警告
       01 UNI-TABLE.
           05 UNI-CITY OCCURS 5000 TIMES PIC X(40).
       01 UNI-COUNT            PIC 9(4) VALUE 0.
       01 UNI-IDX              PIC 9(4).
       01 UNI-CHECK            PIC X(40).
       01 UNI-FOUND            PIC X.
       01 UNI-LAST             PIC X(40) VALUE SPACES.
       01 UNI-FULL             PIC X VALUE 'N'.

       *> 一筆新增/刪除（版面同 PSORT-REC）、等著配對的刪除、
       *> 編號中的一組
       01 DF-REC.
           05 DF-LIST          PIC 9.
           05 DF-PKEY.
               10 DF-PK1       PIC X(60).
               10 DF-PK2       PIC X(60).
               10 DF-PK3       PIC X(60).
               10 DF-PKU       PIC 9(9).
           05 DF-RANK          PIC 9(9).
           05 DF-TYPE          PIC X.
           05 DF-SEQ           PIC 9(9).
           05 DF-F1            PIC X(60).
           05 DF-F2            PIC X(60).
           05 DF-F3            PIC X(60).
           05 DF-VALUE         PIC X(100).
       01 HR-REC.
           05 HR-LIST          PIC 9.
           05 HR-PKEY          PIC X(189).
           05 HR-RANK          PIC 9(9).
           05 HR-TYPE          PIC X.
           05 HR-SEQ           PIC 9(9).
           05 HR-F1            PIC X(60).
           05 HR-F2            PIC X(60).
           05 HR-F3            PIC X(60).
           05 HR-VALUE         PIC X(100).
       01 HR-HELD              PIC X.
       01 RK-GROUP.
           05 RK-LIST          PIC 9.
           05 RK-PKEY          PIC X(189).
           05 RK-TYPE          PIC X.
       01 RK-PREV-GROUP        PIC X(191).
       01 RK-RANK              PIC 9(9).
       01 WS-DIFF-SEQ          PIC 9(9) VALUE 0.
       *> 1 = 同鍵配對（郵遞區號段同起號、街道同城市+街道、層級
       *> 同類型+下層），2 = 城市改名帶出來的
       01 WS-PAIR-PASS         PIC 9.

       *> 配對結果一筆（版面同 FSORT-REC）
       01 RS-REC.
           05 RS-CLASS         PIC X.
           05 RS-LIST          PIC 9.
           05 RS-SEQ           PIC 9(9).
           05 RS-KIND          PIC X.
           05 RS-OLD           PIC X(100).
           05 RS-NEW           PIC X(100).

       *> 城市改名（郵遞區號段同一個起號換了城市）舊 → 新 - 只影
       *> 響摘要上標不標成改名，裝不下的照刪除+新增排
       01 CR-TABLE.
           05 CR-ENTRY OCCURS 500 TIMES.
               10 CR-OLD         PIC X(60).
               10 CR-NEW         PIC X(60).
       01 CR-COUNT             PIC 9(3) VALUE 0.
       01 CR-IDX               PIC 9(3).
       01 CR-FOUND             PIC X.
       01 CR-CHECK-OLD         PIC X(60).
       01 CR-CHECK-NEW         PIC X(60).

       *> 比對中的一組（同清單同項目）
       01 GRP-LIST             PIC 9.
       01 GRP-KEY              PIC X(100).
       01 GRP-HAS-C            PIC X.
       01 GRP-HAS-N            PIC X.
       01 GRP-C-VALUE          PIC X(100).
       01 GRP-N-VALUE          PIC X(100).
       01 WS-KEY-F1            PIC X(60).
       01 WS-KEY-F2            PIC X(60).
       01 WS-KEY-F3            PIC X(60).

       *> 待核申請一筆（版面同 XSORT-REC）、去重中的一組
       01 ST-REC.
           05 ST-LIST          PIC X(20).
           05 ST-ACTION        PIC X(10).
           05 ST-UKEY          PIC X(100).
           05 ST-SRC           PIC X.
           05 ST-ORDER.
               10 ST-ORD-LIST  PIC 9.
               10 ST-ORD-CLASS PIC X.
               10 ST-ORD-SEQ   PIC 9(9).
               10 ST-ORD-SUB   PIC 9.
           05 ST-VALUE         PIC X(100).
       01 PX-LIST              PIC X(20).
       01 PX-ACTION            PIC X(10).
       01 PX-VALUE             PIC X(100).
       01 XG-GROUP             PIC X(130).
       01 XG-PENDING           PIC X.
       01 WS-STAGE-ACTION      PIC X(10).
       01 WS-STAGE-VALUE       PIC X(100).

       01 CTL-REL-LINES        PIC 9(7) VALUE 0.
       01 CTL-REL-REJECTED     PIC 9(7) VALUE 0.
       01 CTL-ZIP-CONFLICT     PIC 9(7) VALUE 0.
       01 CTL-STAGED           PIC 9(7) VALUE 0.
       01 CTL-ALREADY-PENDING  PIC 9(7) VALUE 0.
       01 CTL-DISP             PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME8 FROM TIME

           MOVE 'postal_release.txt' TO WS-REL-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTLOAD_RELEASE_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REL-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTLOAD_COUNTRY'
           MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-COUNTRY
           MOVE 'REFDATA' TO WS-OWNER
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'POSTLOAD_OWNER'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-OWNER
           END-IF
           STRING 'alerts_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-ALERT-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_ALERT_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ALERT-FILE-NAME
           END-IF
           STRING 'postload_summary_' WS-RUN-DATE '.txt'
               DELIMITED BY SIZE INTO WS-RPT-FILE-NAME

           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY "POSTLOAD: cannot open release file "
                   FUNCTION TRIM(WS-REL-FILE-NAME)
                   " (status " WS-REL-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE LIST-COUNTS

           *> 第一段：名錄依郵遞區號排好，推出四份清單的項目
           SORT ZSORT-FILE
               ASCENDING KEY ZS-ZIP ZS-CITY ZS-STREET
               INPUT PROCEDURE IS READ-RELEASE
               OUTPUT PROCEDURE IS DERIVE-ENTRIES
           CLOSE REL-FILE
           IF CTL-REL-LINES = CTL-REL-REJECTED
               DISPLAY "POSTLOAD: no usable lines in "
                   FUNCTION TRIM(WS-REL-FILE-NAME)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 第二段：現行項目跟推出來的項目一起排序比對
           SORT DSORT-FILE
               ASCENDING KEY DS-LIST DS-KEY DS-SRC
               INPUT PROCEDURE IS FEED-DIFF
               OUTPUT PROCEDURE IS COMPARE-ENTRIES

           *> 第三段：改名配對兩輪（同鍵、城市改名帶出來的）
           OPEN OUTPUT RES-FILE
           MOVE 1 TO WS-PAIR-PASS
           PERFORM RUN-PAIR-PASS
           MOVE 2 TO WS-PAIR-PASS
           PERFORM RUN-PAIR-PASS
           CLOSE RES-FILE

           *> 第四段：摘要明細與待核候選，去掉待核檔上已有的，
           *> 照排入順序追加進待核檔
           SORT FSORT-FILE
               ASCENDING KEY FS-CLASS FS-LIST FS-SEQ
               USING RES-FILE
               OUTPUT PROCEDURE IS EMIT-CHANGES
           SORT XSORT-FILE
               ASCENDING KEY XS-LIST XS-ACTION XS-UKEY XS-SRC
                             XS-ORDER
               INPUT PROCEDURE IS FEED-STAGE-CHECK
               OUTPUT PROCEDURE IS DROP-ALREADY-PENDING
           SORT XSORT-FILE
               ASCENDING KEY XS-ORDER
               USING OK-FILE
               OUTPUT PROCEDURE IS APPEND-STAGED
           PERFORM WRITE-SUMMARY

           IF CTL-STAGED > 0
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-STATUS NOT = '00'
                   OPEN OUTPUT ALERT-FILE
               END-IF
               MOVE CTL-STAGED TO CTL-DISP
               MOVE SPACES TO ALERT-REC
               STRING "ALERT;POSTAL_RELEASE;"
                   FUNCTION TRIM(CTL-DISP)
                   " reference change(s) awaiting approval by "
                   FUNCTION TRIM(WS-OWNER) " - see "
                   FUNCTION TRIM(WS-RPT-FILE-NAME)
                   DELIMITED BY SIZE INTO ALERT-REC
               WRITE ALERT-REC
               CLOSE ALERT-FILE
           END-IF

           DISPLAY "POSTLOAD: " CTL-REL-LINES " release line(s), "
               CTL-STAGED " change(s) staged for approval, "
               CTL-ALREADY-PENDING " already pending - see "
               FUNCTION TRIM(WS-RPT-FILE-NAME)
           IF CTL-REL-REJECTED > 0 OR CTL-ZIP-CONFLICT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 名錄一行：郵遞區號;州;城市;行政區;街道 - 郵遞區號或城市
       *> 空白的行不收
       READ-RELEASE.
           PERFORM UNTIL REL-EOF = 'Y'
               READ REL-FILE
                   AT END MOVE 'Y' TO REL-EOF
                   NOT AT END
                       IF FUNCTION TRIM(REL-REC) NOT = SPACES
                          AND REL-REC(1:1) NOT = '*'
                           PERFORM RELEASE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-LINE.
           ADD 1 TO CTL-REL-LINES
           MOVE SPACES TO RL-ZIP RL-STATE RL-CITY RL-DISTRICT
               RL-STREET
           UNSTRING REL-REC DELIMITED BY ';'
               INTO RL-ZIP RL-STATE RL-CITY RL-DISTRICT RL-STREET
           END-UNSTRING
           IF RL-ZIP = SPACES OR RL-CITY = SPACES
               ADD 1 TO CTL-REL-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(RL-ZIP) TO ZS-ZIP
           MOVE FUNCTION TRIM(RL-STATE) TO ZS-STATE
           MOVE FUNCTION TRIM(RL-CITY) TO ZS-CITY
           MOVE FUNCTION TRIM(RL-DISTRICT) TO ZS-DISTRICT
           MOVE FUNCTION TRIM(RL-STREET) TO ZS-STREET
           RELEASE ZSORT-REC.

       *> 依郵遞區號逐行推項目寫進暫存檔；同一個城市+州連續的
       *> 郵遞區號併成一段，同一個郵遞區號掛兩個城市記衝突、取
       *> 第一個
       DERIVE-ENTRIES.
           OPEN OUTPUT NEW-FILE
           MOVE SPACES TO RG-FROM RG-TO RG-CITY RG-STATE
           RETURN ZSORT-FILE
               AT END MOVE 'Y' TO ZSORT-EOF
           END-RETURN
           PERFORM UNTIL ZSORT-EOF = 'Y'
               PERFORM DERIVE-ONE-LINE
               RETURN ZSORT-FILE
                   AT END MOVE 'Y' TO ZSORT-EOF
               END-RETURN
           END-PERFORM
           IF RG-FROM NOT = SPACES
               PERFORM WRITE-ZIP-RANGE
           END-IF
           CLOSE NEW-FILE.

       DERIVE-ONE-LINE.
           EVALUATE TRUE
               WHEN RG-FROM = SPACES
                   MOVE ZS-ZIP TO RG-FROM RG-TO
                   MOVE ZS-CITY TO RG-CITY
                   MOVE ZS-STATE TO RG-STATE
               WHEN ZS-ZIP = RG-TO
                   IF ZS-CITY NOT = RG-CITY
                       ADD 1 TO CTL-ZIP-CONFLICT
                       DISPLAY "POSTLOAD: zip " FUNCTION TRIM(ZS-ZIP)
                           " listed under " FUNCTION TRIM(RG-CITY)
                           " and " FUNCTION TRIM(ZS-CITY)
                           " - kept " FUNCTION TRIM(RG-CITY)
                   END-IF
               WHEN ZS-CITY = RG-CITY AND ZS-STATE = RG-STATE
                   MOVE ZS-ZIP TO RG-TO
               WHEN OTHER
                   PERFORM WRITE-ZIP-RANGE
                   MOVE ZS-ZIP TO RG-FROM RG-TO
                   MOVE ZS-CITY TO RG-CITY
                   MOVE ZS-STATE TO RG-STATE
           END-EVALUATE

           MOVE ZS-CITY TO UNI-CHECK
           PERFORM ADD-UNIVERSE-CITY
           MOVE 1 TO NW-LIST
           MOVE ZS-CITY TO NW-VALUE
           WRITE NEW-REC
           IF ZS-STREET NOT = SPACES
               INITIALIZE EV-FIELDS
               MOVE 3 TO EV-FIELD-COUNT
               MOVE ZS-CITY TO EV-F(1)
               MOVE ZS-STREET TO EV-F(2)
               MOVE ZS-ZIP TO EV-F(3)
               PERFORM BUILD-ENTRY-VALUE
               MOVE 3 TO NW-LIST
               MOVE EV-VALUE TO NW-VALUE
               WRITE NEW-REC
           END-IF
           IF ZS-DISTRICT NOT = SPACES
               INITIALIZE EV-FIELDS
               MOVE 3 TO EV-FIELD-COUNT
               MOVE 'DISTRICT' TO EV-F(1)
               MOVE ZS-DISTRICT TO EV-F(2)
               MOVE ZS-CITY TO EV-F(3)
               PERFORM BUILD-ENTRY-VALUE
               MOVE 4 TO NW-LIST
               MOVE EV-VALUE TO NW-VALUE
               WRITE NEW-REC
           END-IF
           IF ZS-STATE NOT = SPACES OR WS-COUNTRY NOT = SPACES
               INITIALIZE EV-FIELDS
               MOVE 3 TO EV-FIELD-COUNT
               MOVE 'CITY' TO EV-F(1)
               MOVE ZS-CITY TO EV-F(2)
               IF ZS-STATE NOT = SPACES
                   MOVE ZS-STATE TO EV-F(3)
               ELSE
                   MOVE WS-COUNTRY TO EV-F(3)
               END-IF
               PERFORM BUILD-ENTRY-VALUE
               MOVE 4 TO NW-LIST
               MOVE EV-VALUE TO NW-VALUE
               WRITE NEW-REC
           END-IF.

       WRITE-ZIP-RANGE.
           INITIALIZE EV-FIELDS
           MOVE 4 TO EV-FIELD-COUNT
           MOVE RG-FROM TO EV-F(1)
           MOVE RG-TO TO EV-F(2)
           MOVE RG-CITY TO EV-F(3)
           MOVE RG-STATE TO EV-F(4)
           PERFORM BUILD-ENTRY-VALUE
           MOVE 2 TO NW-LIST
           MOVE EV-VALUE TO NW-VALUE
           WRITE NEW-REC.

       *> EV-F(1..EV-FIELD-COUNT) 去頭尾空白用分號接成 EV-VALUE
       BUILD-ENTRY-VALUE.
           MOVE SPACES TO EV-VALUE
           MOVE 1 TO EV-PTR
           PERFORM VARYING EV-IDX FROM 1 BY 1
                   UNTIL EV-IDX > EV-FIELD-COUNT
               IF EV-F(EV-IDX) NOT = SPACES
                   STRING FUNCTION TRIM(EV-F(EV-IDX))
                       DELIMITED BY SIZE INTO EV-VALUE
                       WITH POINTER EV-PTR
                   END-STRING
               END-IF
               IF EV-IDX < EV-FIELD-COUNT
                   STRING ';' DELIMITED BY SIZE INTO EV-VALUE
                       WITH POINTER EV-PTR
                   END-STRING
               END-IF
           END-PERFORM.

       *> 名錄依郵遞區號排序、現行檔也大多同城市連在一起，跟上
       *> 一個一樣就不再查表
       ADD-UNIVERSE-CITY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UNI-CHECK))
               TO UNI-CHECK
           IF UNI-CHECK = UNI-LAST
               EXIT PARAGRAPH
           END-IF
           MOVE UNI-CHECK TO UNI-LAST
           PERFORM FIND-UNIVERSE-CITY
           IF UNI-FOUND = 'N'
               IF UNI-COUNT < 5000
                   ADD 1 TO UNI-COUNT
                   MOVE UNI-CHECK TO UNI-CITY(UNI-COUNT)
               ELSE
                   IF UNI-FULL = 'N'
                       MOVE 'Y' TO UNI-FULL
                       DISPLAY "POSTLOAD: more than 5000 cities - "
                           "current city.txt/geo_hierarchy.txt "
                           "entries for the rest are not compared"
                   END-IF
               END-IF
           END-IF.

       FIND-UNIVERSE-CITY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UNI-CHECK))
               TO UNI-CHECK
           MOVE 'N' TO UNI-FOUND
           PERFORM VARYING UNI-IDX FROM 1 BY 1
                   UNTIL UNI-IDX > UNI-COUNT OR UNI-FOUND = 'Y'
               IF UNI-CITY(UNI-IDX) = UNI-CHECK
                   MOVE 'Y' TO UNI-FOUND
               END-IF
           END-PERFORM.

       *> 先放現行 zipcity/街道名錄（順便收國內城市），再放範圍內
       *> 的現行 city.txt/geo_hierarchy.txt，最後放推出來的項目
       FEED-DIFF.
           MOVE 2 TO LIST-IDX
           PERFORM FEED-CURRENT-LIST
           MOVE 3 TO LIST-IDX
           PERFORM FEED-CURRENT-LIST
           MOVE 1 TO LIST-IDX
           PERFORM FEED-CURRENT-LIST
           MOVE 4 TO LIST-IDX
           PERFORM FEED-CURRENT-LIST

           OPEN INPUT NEW-FILE
           PERFORM UNTIL NEW-EOF = 'Y'
               READ NEW-FILE
                   AT END MOVE 'Y' TO NEW-EOF
                   NOT AT END
                       MOVE NW-LIST TO DS-LIST
                       MOVE NW-VALUE TO DS-VALUE
                       MOVE FUNCTION UPPER-CASE(NW-VALUE) TO DS-KEY
                       MOVE 'N' TO DS-SRC
                       RELEASE DSORT-REC
               END-READ
           END-PERFORM
           CLOSE NEW-FILE.

       FEED-CURRENT-LIST.
           MOVE LIST-FILE(LIST-IDX) TO WS-REF-FILE-NAME
           MOVE 'N' TO REF-EOF
           OPEN INPUT REF-FILE
           IF WS-REF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REF-EOF = 'Y'
               READ REF-FILE
                   AT END MOVE 'Y' TO REF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(REF-REC) NOT = SPACES
                          AND REF-REC(1:1) NOT = '*'
                           PERFORM FEED-ONE-CURRENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-FILE.

       *> 現行項目拆欄再照推出來的格式接回去當比對鍵，刪除申請
       *> 仍用檔案上原本那一行
       FEED-ONE-CURRENT-ENTRY.
           INITIALIZE EV-FIELDS
           EVALUATE LIST-IDX
               WHEN 1
                   MOVE 1 TO EV-FIELD-COUNT
                   MOVE REF-REC TO EV-F(1)
                   MOVE EV-F(1) TO UNI-CHECK
                   PERFORM FIND-UNIVERSE-CITY
                   IF UNI-FOUND = 'N'
                       EXIT PARAGRAPH
                   END-IF
               WHEN 2
                   MOVE 4 TO EV-FIELD-COUNT
                   UNSTRING REF-REC DELIMITED BY ';'
                       INTO EV-F(1) EV-F(2) EV-F(3) EV-F(4)
                   END-UNSTRING
                   MOVE EV-F(3) TO UNI-CHECK
                   PERFORM ADD-UNIVERSE-CITY
               WHEN 3
                   MOVE 3 TO EV-FIELD-COUNT
                   UNSTRING REF-REC DELIMITED BY ';'
                       INTO EV-F(1) EV-F(2) EV-F(3)
                   END-UNSTRING
                   MOVE EV-F(1) TO UNI-CHECK
                   PERFORM ADD-UNIVERSE-CITY
               WHEN 4
                   MOVE 3 TO EV-FIELD-COUNT
                   UNSTRING REF-REC DELIMITED BY ';'
                       INTO EV-F(1) EV-F(2) EV-F(3)
                   END-UNSTRING
                   *> DISTRICT 看上層城市、CITY 看城市本身
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(EV-F(1)))
                      = 'CITY'
                       MOVE EV-F(2) TO UNI-CHECK
                   ELSE
                       MOVE EV-F(3) TO UNI-CHECK
                   END-IF
                   PERFORM FIND-UNIVERSE-CITY
                   IF UNI-FOUND = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EV-F(1)))
                       TO EV-F(1)
           END-EVALUATE
           PERFORM VARYING EV-IDX FROM 1 BY 1 UNTIL EV-IDX > 4
               MOVE FUNCTION TRIM(EV-F(EV-IDX)) TO EV-F(EV-IDX)
           END-PERFORM
           PERFORM BUILD-ENTRY-VALUE
           MOVE LIST-IDX TO DS-LIST
           MOVE FUNCTION UPPER-CASE(EV-VALUE) TO DS-KEY
           MOVE 'C' TO DS-SRC
           MOVE FUNCTION TRIM(REF-REC) TO DS-VALUE
           RELEASE DSORT-REC.

       *> 同清單同鍵一組：兩邊都有 = 不變、只有現行 = 刪除、只有
       *> 名錄 = 新增（名錄同一項重複出現只算一次）；刪除/新增依
       *> 比對順序寫進 postload_chg.tmp
       COMPARE-ENTRIES.
           OPEN OUTPUT CHG-FILE
           RETURN DSORT-FILE
               AT END MOVE 'Y' TO DSORT-EOF
           END-RETURN
           PERFORM UNTIL DSORT-EOF = 'Y'
               MOVE DS-LIST TO GRP-LIST
               MOVE DS-KEY TO GRP-KEY
               MOVE 'N' TO GRP-HAS-C GRP-HAS-N
               PERFORM UNTIL DSORT-EOF = 'Y'
                          OR DS-LIST NOT = GRP-LIST
                          OR DS-KEY NOT = GRP-KEY
                   IF DS-SRC = 'C'
                       MOVE 'Y' TO GRP-HAS-C
                       MOVE DS-VALUE TO GRP-C-VALUE
                   ELSE
                       MOVE 'Y' TO GRP-HAS-N
                       MOVE DS-VALUE TO GRP-N-VALUE
                   END-IF
                   RETURN DSORT-FILE
                       AT END MOVE 'Y' TO DSORT-EOF
                   END-RETURN
               END-PERFORM
               PERFORM CLASSIFY-GROUP
           END-PERFORM
           CLOSE CHG-FILE.

       CLASSIFY-GROUP.
           MOVE SPACES TO WS-KEY-F1 WS-KEY-F2 WS-KEY-F3
           IF GRP-LIST = 1
               MOVE GRP-KEY TO WS-KEY-F1
           ELSE
               UNSTRING GRP-KEY DELIMITED BY ';'
                   INTO WS-KEY-F1 WS-KEY-F2 WS-KEY-F3
               END-UNSTRING
           END-IF
           IF GRP-HAS-C = 'Y' AND GRP-HAS-N = 'Y'
               ADD 1 TO LC-SAME(GRP-LIST)
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DF-REC
           ADD 1 TO WS-DIFF-SEQ
           MOVE GRP-LIST TO DF-LIST
           MOVE WS-DIFF-SEQ TO DF-SEQ
           MOVE WS-KEY-F1 TO DF-F1
           MOVE WS-KEY-F2 TO DF-F2
           MOVE WS-KEY-F3 TO DF-F3
           IF GRP-HAS-C = 'Y'
               MOVE '1' TO DF-TYPE
               MOVE GRP-C-VALUE TO DF-VALUE
           ELSE
               MOVE '2' TO DF-TYPE
               MOVE GRP-N-VALUE TO DF-VALUE
           END-IF
           WRITE CHG-REC FROM DF-REC.

       *> 改名配對一輪：新增/刪除依配對鍵+類別+比對順序排序，
       *> 同鍵同類別依序編號；再依配對鍵+編號排序，同一號的一刪
       *> 一增就是一對（等於每個刪除配同鍵第一個還沒配的新增）
       RUN-PAIR-PASS.
           SORT PSORT-FILE
               ASCENDING KEY PS-LIST PS-PKEY PS-TYPE PS-SEQ
               INPUT PROCEDURE IS FEED-PAIR-KEYS
               OUTPUT PROCEDURE IS RANK-PAIR-KEYS
           SORT PSORT-FILE
               ASCENDING KEY PS-LIST PS-PKEY PS-RANK PS-TYPE
               USING RANK-FILE
               OUTPUT PROCEDURE IS MATCH-PAIRS.

       *> 第一輪讀全部的新增/刪除，第二輪讀第一輪沒配上的
       FEED-PAIR-KEYS.
           MOVE 'N' TO WORK-EOF
           IF WS-PAIR-PASS = 1
               OPEN INPUT CHG-FILE
           ELSE
               OPEN INPUT LEFT-FILE
           END-IF
           PERFORM UNTIL WORK-EOF = 'Y'
               IF WS-PAIR-PASS = 1
                   READ CHG-FILE INTO DF-REC
                       AT END MOVE 'Y' TO WORK-EOF
                   END-READ
               ELSE
                   READ LEFT-FILE INTO DF-REC
                       AT END MOVE 'Y' TO WORK-EOF
                   END-READ
               END-IF
               IF WORK-EOF = 'N'
                   MOVE SPACES TO DF-PK1 DF-PK2 DF-PK3
                   MOVE 0 TO DF-PKU DF-RANK
                   IF WS-PAIR-PASS = 1
                       PERFORM SET-SAME-KEY
                   ELSE
                       PERFORM SET-RENAME-KEY
                   END-IF
                   IF DF-PK1 = SPACES
                       MOVE DF-SEQ TO DF-PKU
                   END-IF
                   MOVE DF-REC TO PSORT-REC
                   RELEASE PSORT-REC
               END-IF
           END-PERFORM
           IF WS-PAIR-PASS = 1
               CLOSE CHG-FILE
           ELSE
               CLOSE LEFT-FILE
           END-IF.

       *> 第一輪：郵遞區號段看起號、街道名錄看城市+街道、層級表
       *> 看類型+下層；city.txt 不在這一輪配
       SET-SAME-KEY.
           EVALUATE DF-LIST
               WHEN 2
                   MOVE DF-F1 TO DF-PK1
               WHEN 3
               WHEN 4
                   MOVE DF-F1 TO DF-PK1
                   MOVE DF-F2 TO DF-PK2
           END-EVALUATE.

       *> 第二輪：刪除的城市換成改名後的新城市再配
       *>   CITY      舊城市 → 新城市
       *>   STREETDIR 街道一樣，城市舊 → 新
       *>   GEOHIER   CITY 行上層一樣，城市舊 → 新
       SET-RENAME-KEY.
           IF DF-TYPE = '1'
               MOVE 'N' TO CR-FOUND
               EVALUATE TRUE
                   WHEN DF-LIST = 1 OR DF-LIST = 3
                       MOVE DF-F1 TO CR-CHECK-OLD
                       PERFORM FIND-RENAME-OF-CITY
                   WHEN DF-LIST = 4 AND DF-F1 = 'CITY'
                       MOVE DF-F2 TO CR-CHECK-OLD
                       PERFORM FIND-RENAME-OF-CITY
               END-EVALUATE
               IF CR-FOUND = 'N'
                   EXIT PARAGRAPH
               END-IF
               EVALUATE DF-LIST
                   WHEN 1
                       MOVE CR-CHECK-NEW TO DF-PK1
                   WHEN 3
                       MOVE CR-CHECK-NEW TO DF-PK1
                       MOVE DF-F2 TO DF-PK2
                   WHEN 4
                       MOVE DF-F1 TO DF-PK1
                       MOVE CR-CHECK-NEW TO DF-PK2
                       MOVE DF-F3 TO DF-PK3
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN DF-LIST = 1
                       MOVE DF-F1 TO DF-PK1
                   WHEN DF-LIST = 3
                       MOVE DF-F1 TO DF-PK1
                       MOVE DF-F2 TO DF-PK2
                   WHEN DF-LIST = 4 AND DF-F1 = 'CITY'
                       MOVE DF-F1 TO DF-PK1
                       MOVE DF-F2 TO DF-PK2
                       MOVE DF-F3 TO DF-PK3
               END-EVALUATE
           END-IF.

       RANK-PAIR-KEYS.
           MOVE 'N' TO PSORT-EOF
           MOVE HIGH-VALUES TO RK-PREV-GROUP
           MOVE 0 TO RK-RANK
           OPEN OUTPUT RANK-FILE
           RETURN PSORT-FILE
               AT END MOVE 'Y' TO PSORT-EOF
           END-RETURN
           PERFORM UNTIL PSORT-EOF = 'Y'
               MOVE PS-LIST TO RK-LIST
               MOVE PS-PKEY TO RK-PKEY
               MOVE PS-TYPE TO RK-TYPE
               IF RK-GROUP = RK-PREV-GROUP
                   ADD 1 TO RK-RANK
               ELSE
                   MOVE 1 TO RK-RANK
                   MOVE RK-GROUP TO RK-PREV-GROUP
               END-IF
               MOVE RK-RANK TO PS-RANK
               WRITE RANK-REC FROM PSORT-REC
               RETURN PSORT-FILE
                   AT END MOVE 'Y' TO PSORT-EOF
               END-RETURN
           END-PERFORM
           CLOSE RANK-FILE.

       *> 刪除排在同號新增前面：先留著，下一筆是同鍵同號的新增
       *> 就配成一對，不是就單獨出去
       MATCH-PAIRS.
           MOVE 'N' TO PSORT-EOF HR-HELD
           IF WS-PAIR-PASS = 1
               OPEN OUTPUT LEFT-FILE
           END-IF
           RETURN PSORT-FILE
               AT END MOVE 'Y' TO PSORT-EOF
           END-RETURN
           PERFORM UNTIL PSORT-EOF = 'Y'
               MOVE PSORT-REC TO DF-REC
               IF DF-TYPE = '2' AND HR-HELD = 'Y'
                  AND DF-LIST = HR-LIST AND DF-PKEY = HR-PKEY
                  AND DF-RANK = HR-RANK
                   PERFORM EMIT-RENAME-PAIR
                   MOVE 'N' TO HR-HELD
               ELSE
                   IF HR-HELD = 'Y'
                       PERFORM EMIT-HELD-REMOVAL
                       MOVE 'N' TO HR-HELD
                   END-IF
                   IF DF-TYPE = '1'
                       MOVE DF-REC TO HR-REC
                       MOVE 'Y' TO HR-HELD
                   ELSE
                       PERFORM EMIT-SINGLE-ADDITION
                   END-IF
               END-IF
               RETURN PSORT-FILE
                   AT END MOVE 'Y' TO PSORT-EOF
               END-RETURN
           END-PERFORM
           IF HR-HELD = 'Y'
               PERFORM EMIT-HELD-REMOVAL
           END-IF
           IF WS-PAIR-PASS = 1
               CLOSE LEFT-FILE
           END-IF.

       *> 一對改名；郵遞區號段換了城市記成城市改名給第二輪用
       EMIT-RENAME-PAIR.
           IF WS-PAIR-PASS = 1 AND HR-LIST = 2
              AND DF-F3 NOT = HR-F3
               MOVE HR-F3 TO CR-CHECK-OLD
               MOVE DF-F3 TO CR-CHECK-NEW
               PERFORM FIND-CITY-RENAME
               IF CR-FOUND = 'N'
                   IF CR-COUNT < 500
                       ADD 1 TO CR-COUNT
                       MOVE CR-CHECK-OLD TO CR-OLD(CR-COUNT)
                       MOVE CR-CHECK-NEW TO CR-NEW(CR-COUNT)
                   ELSE
                       DISPLAY "POSTLOAD: more than 500 city renames "
                           "- " FUNCTION TRIM(CR-CHECK-OLD) " -> "
                           FUNCTION TRIM(CR-CHECK-NEW)
                           " staged as remove + add"
                   END-IF
               END-IF
           END-IF
           ADD 1 TO LC-RENAMED(HR-LIST)
           MOVE '1' TO RS-CLASS
           MOVE HR-LIST TO RS-LIST
           MOVE HR-SEQ TO RS-SEQ
           MOVE 'N' TO RS-KIND
           MOVE HR-VALUE TO RS-OLD
           MOVE DF-VALUE TO RS-NEW
           WRITE RES-REC FROM RS-REC.

       *> 沒配上的：第一輪留給第二輪，第二輪就是單純刪除/新增
       EMIT-HELD-REMOVAL.
           IF WS-PAIR-PASS = 1
               WRITE LEFT-REC FROM HR-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LC-REMOVED(HR-LIST)
           MOVE '1' TO RS-CLASS
           MOVE HR-LIST TO RS-LIST
           MOVE HR-SEQ TO RS-SEQ
           MOVE 'R' TO RS-KIND
           MOVE HR-VALUE TO RS-OLD
           MOVE SPACES TO RS-NEW
           WRITE RES-REC FROM RS-REC.

       EMIT-SINGLE-ADDITION.
           IF WS-PAIR-PASS = 1
               WRITE LEFT-REC FROM DF-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LC-ADDED(DF-LIST)
           MOVE '2' TO RS-CLASS
           MOVE DF-LIST TO RS-LIST
           MOVE DF-SEQ TO RS-SEQ
           MOVE 'A' TO RS-KIND
           MOVE SPACES TO RS-OLD
           MOVE DF-VALUE TO RS-NEW
           WRITE RES-REC FROM RS-REC.

       FIND-CITY-RENAME.
           MOVE 'N' TO CR-FOUND
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CR-COUNT OR CR-FOUND = 'Y'
               IF CR-OLD(CR-IDX) = CR-CHECK-OLD
                  AND CR-NEW(CR-IDX) = CR-CHECK-NEW
                   MOVE 'Y' TO CR-FOUND
               END-IF
           END-PERFORM.

       *> 舊城市改成什麼（同一個舊城市記了兩個新名字取第一個）
       FIND-RENAME-OF-CITY.
           MOVE 'N' TO CR-FOUND
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CR-COUNT OR CR-FOUND = 'Y'
               IF CR-OLD(CR-IDX) = CR-CHECK-OLD
                   MOVE 'Y' TO CR-FOUND
                   MOVE CR-NEW(CR-IDX) TO CR-CHECK-NEW
               END-IF
           END-PERFORM.

       *> 摘要明細 RENAME;清單;舊 -> 新 / REMOVE;清單;項目 /
       *> ADD;清單;項目（刪除起頭的在前、單純新增在後），同時出
       *> 待核候選：改名先 DELETE 舊的再 ADD 新的
       EMIT-CHANGES.
           MOVE 'N' TO FSORT-EOF
           OPEN OUTPUT DET-FILE CAND-FILE
           RETURN FSORT-FILE
               AT END MOVE 'Y' TO FSORT-EOF
           END-RETURN
           PERFORM UNTIL FSORT-EOF = 'Y'
               MOVE SPACES TO DET-REC
               EVALUATE FS-KIND
                   WHEN 'N'
                       STRING "RENAME;"
                           FUNCTION TRIM(LIST-NAME(FS-LIST)) ";"
                           FUNCTION TRIM(FS-OLD) " -> "
                           FUNCTION TRIM(FS-NEW)
                           DELIMITED BY SIZE INTO DET-REC
                   WHEN 'R'
                       STRING "REMOVE;"
                           FUNCTION TRIM(LIST-NAME(FS-LIST)) ";"
                           FUNCTION TRIM(FS-OLD)
                           DELIMITED BY SIZE INTO DET-REC
                   WHEN OTHER
                       STRING "ADD;"
                           FUNCTION TRIM(LIST-NAME(FS-LIST)) ";"
                           FUNCTION TRIM(FS-NEW)
                           DELIMITED BY SIZE INTO DET-REC
               END-EVALUATE
               WRITE DET-REC
               IF FS-KIND NOT = 'A'
                   MOVE 'DELETE' TO WS-STAGE-ACTION
                   MOVE FS-OLD TO WS-STAGE-VALUE
                   MOVE 1 TO ST-ORD-SUB
                   PERFORM WRITE-STAGE-CANDIDATE
               END-IF
               IF FS-KIND NOT = 'R'
                   MOVE 'ADD' TO WS-STAGE-ACTION
                   MOVE FS-NEW TO WS-STAGE-VALUE
                   MOVE 2 TO ST-ORD-SUB
                   PERFORM WRITE-STAGE-CANDIDATE
               END-IF
               RETURN FSORT-FILE
                   AT END MOVE 'Y' TO FSORT-EOF
               END-RETURN
           END-PERFORM
           CLOSE DET-FILE CAND-FILE.

       *> 分號分欄的清單在待核檔裡把分號寫成 |（REFMAINT 套用時
       *> 換回來）；排入順序一份清單一份清單：改名/刪除，然後單純
       *> 新增
       WRITE-STAGE-CANDIDATE.
           IF FS-LIST > 1
               INSPECT WS-STAGE-VALUE REPLACING ALL ';' BY '|'
           END-IF
           MOVE LIST-NAME(FS-LIST) TO ST-LIST
           MOVE WS-STAGE-ACTION TO ST-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STAGE-VALUE))
               TO ST-UKEY
           MOVE '1' TO ST-SRC
           MOVE FS-LIST TO ST-ORD-LIST
           MOVE FS-CLASS TO ST-ORD-CLASS
           MOVE FS-SEQ TO ST-ORD-SEQ
           MOVE FUNCTION TRIM(WS-STAGE-VALUE) TO ST-VALUE
           WRITE CAND-REC FROM ST-REC.

       *> 現行待核檔（清單;動作;項目;...）跟這次的候選一起排序
       FEED-STAGE-CHECK.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               PERFORM UNTIL PEND-EOF = 'Y'
                   READ PENDING-FILE
                       AT END MOVE 'Y' TO PEND-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PENDING-REC) NOT = SPACES
                               PERFORM FEED-ONE-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           MOVE 'N' TO WORK-EOF
           OPEN INPUT CAND-FILE
           PERFORM UNTIL WORK-EOF = 'Y'
               READ CAND-FILE INTO XSORT-REC
                   AT END MOVE 'Y' TO WORK-EOF
                   NOT AT END RELEASE XSORT-REC
               END-READ
           END-PERFORM
           CLOSE CAND-FILE.

       FEED-ONE-PENDING.
           MOVE SPACES TO PX-LIST PX-ACTION PX-VALUE
           UNSTRING PENDING-REC DELIMITED BY ';'
               INTO PX-LIST PX-ACTION PX-VALUE
           END-UNSTRING
           INITIALIZE XSORT-REC
           MOVE FUNCTION TRIM(PX-LIST) TO XS-LIST
           MOVE FUNCTION TRIM(PX-ACTION) TO XS-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PX-VALUE))
               TO XS-UKEY
           MOVE '0' TO XS-SRC
           RELEASE XSORT-REC.

       *> 同清單同動作同項目已經在待核檔上的不再排
       DROP-ALREADY-PENDING.
           MOVE 'N' TO XSORT-EOF
           MOVE HIGH-VALUES TO XG-GROUP
           OPEN OUTPUT OK-FILE
           RETURN XSORT-FILE
               AT END MOVE 'Y' TO XSORT-EOF
           END-RETURN
           PERFORM UNTIL XSORT-EOF = 'Y'
               IF XSORT-REC(1:130) NOT = XG-GROUP
                   MOVE XSORT-REC(1:130) TO XG-GROUP
                   MOVE 'N' TO XG-PENDING
               END-IF
               IF XS-SRC = '0'
                   MOVE 'Y' TO XG-PENDING
               ELSE
                   IF XG-PENDING = 'Y'
                       ADD 1 TO CTL-ALREADY-PENDING
                   ELSE
                       WRITE OK-REC FROM XSORT-REC
                   END-IF
               END-IF
               RETURN XSORT-FILE
                   AT END MOVE 'Y' TO XSORT-EOF
               END-RETURN
           END-PERFORM
           CLOSE OK-FILE.

       APPEND-STAGED.
           MOVE 'N' TO XSORT-EOF
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               OPEN OUTPUT PENDING-FILE
           END-IF
           RETURN XSORT-FILE
               AT END MOVE 'Y' TO XSORT-EOF
           END-RETURN
           PERFORM UNTIL XSORT-EOF = 'Y'
               MOVE SPACES TO PENDING-REC
               STRING FUNCTION TRIM(XS-LIST) ";"
                   FUNCTION TRIM(XS-ACTION) ";"
                   FUNCTION TRIM(XS-VALUE) ";POSTLOAD;"
                   WS-RUN-DATE "-" WS-STAMP-TIME8(1:6)
                   DELIMITED BY SIZE INTO PENDING-REC
               WRITE PENDING-REC
               ADD 1 TO CTL-STAGED
               RETURN XSORT-FILE
                   AT END MOVE 'Y' TO XSORT-EOF
               END-RETURN
           END-PERFORM
           CLOSE PENDING-FILE.

       *> 改版影響摘要：每份清單的新增/刪除/改名/不變筆數，接著
       *> 逐筆明細（postload_det.tmp）
       WRITE-SUMMARY.
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "Postal reference release impact " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "To: " FUNCTION TRIM(WS-OWNER)
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "Release file " FUNCTION TRIM(WS-REL-FILE-NAME)
               ": " CTL-REL-LINES " line(s), " CTL-REL-REJECTED
               " rejected (no zip or city), " CTL-ZIP-CONFLICT
               " zip(s) listed under two cities"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING LIST-IDX FROM 1 BY 1 UNTIL LIST-IDX > 4
               MOVE SPACES TO RPT-REC
               STRING LIST-FILE(LIST-IDX) ": added "
                   LC-ADDED(LIST-IDX) ", removed "
                   LC-REMOVED(LIST-IDX) ", renamed "
                   LC-RENAMED(LIST-IDX) ", unchanged "
                   LC-SAME(LIST-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           STRING "Staged " CTL-STAGED " pending change(s) as "
               "POSTLOAD (" CTL-ALREADY-PENDING " already pending)"
               " - review with REFMAINT_ACTION=PENDING, apply with "
               "REFMAINT_ACTION=APPROVE"
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           MOVE 'N' TO WORK-EOF
           OPEN INPUT DET-FILE
           PERFORM UNTIL WORK-EOF = 'Y'
               READ DET-FILE
                   AT END MOVE 'Y' TO WORK-EOF
                   NOT AT END
                       MOVE DET-REC TO RPT-REC
                       WRITE RPT-REC
               END-READ
           END-PERFORM
           CLOSE DET-FILE RPT-FILE.
