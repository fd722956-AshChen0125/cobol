      *>   - 離最近分行超過 BRANCHDIST_MAX_KM（預設 50）→
      *>     偏遠帳戶報表
      *> 網路規劃每季跟外包商要的就是這兩張表。
      *> 帳號有好幾個地址角色時座標只套在實體地址上（見
      *> GEOIMPORT），沒有座標的 MAILING 角色記錄（信箱）直接
      *> 略過，不算進「沒有座標」。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC

           MOVE LOW-VALUES TO MAST-KEY
           START MAST-FILE KEY IS >= MAST-KEY
               INVALID KEY MOVE 'Y' TO WALK-DONE
           END-START
           PERFORM UNTIL WALK-DONE = 'Y'
       *> 一個帳號：沒有座標就跳過；算到每個分行的距離取最近，
       *> 跟歸屬分行比較。
       JUDGE-ONE-ACCOUNT.
           IF MAST-ROLE-MAILING
              AND (FUNCTION TRIM(MAST-LATITUDE) = SPACES
                   OR FUNCTION TRIM(MAST-LONGITUDE) = SPACES)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(MAST-LATITUDE) = SPACES
              OR FUNCTION TRIM(MAST-LONGITUDE) = SPACES
               ADD 1 TO CTL-SKIPPED
