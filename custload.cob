       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOAD.
      *> 客戶姓名檔重建：客戶系統每天送來的姓名介面檔
      *> customer_names.txt 整檔轉成以帳號為鍵的索引檔
      *> customer_name.dat（版面見 custname.cpy），LABELGEN、
      *> LETTERGEN、PRESORT 出件時以 ACCOUNT-ID 讀它印收件人姓名。
      *> 介面檔一行
      *>   「帳號;姓名第一行;姓名第二行;稱謂;語言」
      *> 語言 ZH / EN，空白當 ZH。* 開頭是註解。帳號或姓名第一行
      *> 空白、語言不認得的行退件計數；同一帳號重複出現只收
      *> 第一筆。每天介面檔到了先跑這支，再跑出件的程式。
      *>   CUSTLOAD_IN    = 介面檔（預設 customer_names.txt）
      *>   CUSTNAME_FILE  = 索引檔（預設 customer_name.dat，
      *>                    跟讀取端同一個變數）
      *> ADDR_ENTITY（預設 BANK）指定法人：子公司的介面檔、索引
      *> 檔預設檔名掛「代碼_」前綴（跟 LABELGEN 一致）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CNM-FILE ASSIGN TO DYNAMIC WS-CNM-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNM-ACCOUNT
               FILE STATUS IS WS-CNM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-REC          PIC X(400).
       FD  CNM-FILE.
       COPY "custname.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-IN-FILE-NAME      PIC X(100).
       01 WS-IN-STATUS         PIC XX.
       01 WS-CNM-FILE-NAME     PIC X(100).
       01 WS-CNM-STATUS        PIC XX.
       *> 法人代碼（ADDR_ENTITY，預設母行 BANK）：子公司的主檔、
       *> 異動歷史、報表、checkpoint 一律掛「代碼_」前綴（母行
       *> 維持原檔名），跟 ADDRMAST 一致
       01 WS-RUN-ENTITY        PIC X(4) VALUE 'BANK'.
       01 WS-DEFAULT-ENTITY    PIC X(4) VALUE 'BANK'.
       01 WS-ENTITY-PREFIX     PIC X(10) VALUE SPACES.
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 CTL-READ             PIC 9(9) VALUE 0.
       01 CTL-LOADED           PIC 9(9) VALUE 0.
       01 CTL-DUP-KEY          PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.

       *> 一行介面檔拆出來的欄位
       01 IN-ACCOUNT           PIC X(40).
       01 IN-NAME1             PIC X(120).
       01 IN-NAME2             PIC X(120).
       01 IN-SALUTATION        PIC X(80).
       01 IN-LANG              PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INIT-ENTITY

           MOVE SPACES TO WS-IN-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'customer_names.txt'
               DELIMITED BY SIZE INTO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CUSTLOAD_IN'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF
           MOVE SPACES TO WS-CNM-FILE-NAME
           STRING FUNCTION TRIM(WS-ENTITY-PREFIX) 'customer_name.dat'
               DELIMITED BY SIZE INTO WS-CNM-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'CUSTNAME_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CNM-FILE-NAME
           END-IF

           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY "CUSTLOAD: cannot open name interface file "
                   FUNCTION TRIM(WS-IN-FILE-NAME)
                   " (status " WS-IN-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 一律從空檔開始建，客戶系統拿掉的帳號才不會殘留
           OPEN OUTPUT CNM-FILE
           IF WS-CNM-STATUS NOT = '00'
               DISPLAY "CUSTLOAD: cannot create "
                   FUNCTION TRIM(WS-CNM-FILE-NAME)
                   " (status " WS-CNM-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CNM-FILE
           OPEN I-O CNM-FILE

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(IN-REC) NOT = SPACES
                          AND IN-REC(1:1) NOT = '*'
                           ADD 1 TO CTL-READ
                           PERFORM LOAD-ONE-NAME
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IN-FILE CNM-FILE
           DISPLAY "CUSTLOAD: " CTL-LOADED " name(s) loaded into "
               FUNCTION TRIM(WS-CNM-FILE-NAME) " from "
               CTL-READ " line(s) ("
               CTL-DUP-KEY " duplicate(s) skipped, "
               CTL-REJECTED " rejected)"
           IF CTL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 本次法人（ADDR_ENTITY）與檔名前綴
       INIT-ENTITY.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'ADDR_ENTITY'
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) > 4
                   DISPLAY "CUSTLOAD: ADDR_ENTITY must be at most 4 "
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

       *> 帳號;姓名第一行;姓名第二行;稱謂;語言
       LOAD-ONE-NAME.
           MOVE SPACES TO IN-ACCOUNT IN-NAME1 IN-NAME2
               IN-SALUTATION IN-LANG
           UNSTRING IN-REC DELIMITED BY ';'
               INTO IN-ACCOUNT IN-NAME1 IN-NAME2
                    IN-SALUTATION IN-LANG
           END-UNSTRING
           IF FUNCTION TRIM(IN-ACCOUNT) = SPACES
              OR FUNCTION TRIM(IN-NAME1) = SPACES
               ADD 1 TO CTL-REJECTED
               DISPLAY "CUSTLOAD: account or name missing - "
                   FUNCTION TRIM(IN-REC)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-LANG))
               TO IN-LANG
           IF IN-LANG = SPACES
               MOVE 'ZH' TO IN-LANG
           END-IF
           IF IN-LANG NOT = 'ZH' AND IN-LANG NOT = 'EN'
               ADD 1 TO CTL-REJECTED
               DISPLAY "CUSTLOAD: language must be ZH or EN - "
                   FUNCTION TRIM(IN-REC)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CNM-REC
           MOVE FUNCTION TRIM(IN-ACCOUNT) TO CNM-ACCOUNT
           MOVE FUNCTION TRIM(IN-NAME1) TO CNM-NAME1
           MOVE FUNCTION TRIM(IN-NAME2) TO CNM-NAME2
           MOVE FUNCTION TRIM(IN-SALUTATION) TO CNM-SALUTATION
           MOVE IN-LANG TO CNM-LANG
           MOVE WS-RUN-DATE TO CNM-LOAD-DATE
           WRITE CNM-REC
               INVALID KEY
                   ADD 1 TO CTL-DUP-KEY
               NOT INVALID KEY
                   ADD 1 TO CTL-LOADED
           END-WRITE.
