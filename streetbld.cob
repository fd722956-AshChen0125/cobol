       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREETBLD.
      *> 郵務街道名錄索引檔重建：street_directory.txt 仍是 REFMAINT
      *> /POSTLOAD 維護的來源檔，這支把它整檔轉成以
      *> 國家+郵遞區號+街道為鍵的索引檔 street_directory.dat
      *> （版面見 streetdir.cpy），夜間批次、ADDRPARSE、INTRADAY
      *> 以鍵查，名錄再大也沒有載入筆數上限。來源檔一行
      *>   「城市;街道[;郵遞區號[;國家]]」
      *> 舊的兩欄「城市;街道」照收（郵遞區號空白，只能以城市+
      *> 街道查）；國家空白就用 SPILT_STREETDIR_COUNTRY。* 開頭是
      *> 註解。城市或街道空白的行退件計數；同鍵重複出現只收
      *> 第一筆。來源檔經 REFMAINT 核可異動之後要重跑這支。
      *>   STREETBLD_IN           = 來源檔（預設 street_directory.txt）
      *>   SPILT_STREETDIR_FILE   = 索引檔（預設 street_directory.dat，
      *>                            跟讀取端同一個變數）
      *>   SPILT_STREETDIR_COUNTRY = 沒填國家的名錄行歸屬的國家

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT STREETDIR-FILE ASSIGN TO DYNAMIC
               WS-STREETDIR-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDX-KEY
               ALTERNATE RECORD KEY IS SDX-CITY-KEY WITH DUPLICATES
               FILE STATUS IS WS-SDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-REC          PIC X(200).
       FD  STREETDIR-FILE.
       COPY "streetdir.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-ENV-VALUE         PIC X(100).
       01 WS-IN-FILE-NAME      PIC X(100).
       01 WS-IN-STATUS         PIC XX.
       01 WS-STREETDIR-FILE-NAME PIC X(100).
       01 WS-SDX-STATUS        PIC XX.
       01 WS-DEFAULT-COUNTRY   PIC X(30).
       01 EOF-FLAG             PIC X VALUE 'N'.
       01 CTL-READ             PIC 9(9) VALUE 0.
       01 CTL-LOADED           PIC 9(9) VALUE 0.
       01 CTL-DUP-KEY          PIC 9(7) VALUE 0.
       01 CTL-REJECTED         PIC 9(7) VALUE 0.

       *> 一行來源拆出來的欄位
       01 IN-CITY              PIC X(60).
       01 IN-STREET            PIC X(60).
       01 IN-ZIP               PIC X(20).
       01 IN-COUNTRY           PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'street_directory.txt' TO WS-IN-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'STREETBLD_IN'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-IN-FILE-NAME
           END-IF
           MOVE 'street_directory.dat' TO WS-STREETDIR-FILE-NAME
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'SPILT_STREETDIR_FILE'
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STREETDIR-FILE-NAME
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT 'SPILT_STREETDIR_COUNTRY'
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               TO WS-DEFAULT-COUNTRY

           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY "STREETBLD: cannot open street directory "
                   FUNCTION TRIM(WS-IN-FILE-NAME)
                   " (status " WS-IN-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           *> 一律從空檔開始建，名錄上拿掉的街道才不會殘留
           OPEN OUTPUT STREETDIR-FILE
           IF WS-SDX-STATUS NOT = '00'
               DISPLAY "STREETBLD: cannot create "
                   FUNCTION TRIM(WS-STREETDIR-FILE-NAME)
                   " (status " WS-SDX-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STREETDIR-FILE
           OPEN I-O STREETDIR-FILE

           PERFORM UNTIL EOF-FLAG = 'Y'
               READ IN-FILE
                   AT END MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(IN-REC) NOT = SPACES
                          AND IN-REC(1:1) NOT = '*'
                           ADD 1 TO CTL-READ
                           PERFORM LOAD-ONE-STREET
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IN-FILE STREETDIR-FILE
           DISPLAY "STREETBLD: " CTL-LOADED " street(s) loaded into "
               FUNCTION TRIM(WS-STREETDIR-FILE-NAME) " from "
               CTL-READ " line(s) ("
               CTL-DUP-KEY " duplicate(s) skipped, "
               CTL-REJECTED " rejected)"
           IF CTL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       *> 城市;街道[;郵遞區號[;國家]]，鍵值去空白轉大寫
       LOAD-ONE-STREET.
           MOVE SPACES TO IN-CITY IN-STREET IN-ZIP IN-COUNTRY
           UNSTRING IN-REC DELIMITED BY ';'
               INTO IN-CITY IN-STREET IN-ZIP IN-COUNTRY
           END-UNSTRING
           IF FUNCTION TRIM(IN-CITY) = SPACES
              OR FUNCTION TRIM(IN-STREET) = SPACES
               ADD 1 TO CTL-REJECTED
               DISPLAY "STREETBLD: city or street missing - "
                   FUNCTION TRIM(IN-REC)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SDX-REC
           IF FUNCTION TRIM(IN-COUNTRY) = SPACES
               MOVE WS-DEFAULT-COUNTRY TO SDX-COUNTRY
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-COUNTRY))
                   TO SDX-COUNTRY
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-ZIP)) TO SDX-ZIP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-STREET))
               TO SDX-STREET
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-CITY))
               TO SDX-CITY
           MOVE SDX-CITY TO SDX-ALT-CITY
           MOVE SDX-STREET TO SDX-ALT-STREET
           MOVE WS-RUN-DATE TO SDX-LOAD-DATE
           WRITE SDX-REC
               INVALID KEY
                   ADD 1 TO CTL-DUP-KEY
               NOT INVALID KEY
                   ADD 1 TO CTL-LOADED
           END-WRITE.
