      *>   MASTREBLD_OUT = 重建的索引檔（預設
      *>                   address_master_new.dat，不直接蓋現行
      *>                   主檔 - 核對筆數後由操作員改名替換）
      *>   MASTREBLD_ROLE = 傾印是還沒有地址角色的舊版版面時填
      *>                   MAILING / RESIDENTIAL / BUSINESS：每行
      *>                   帳號之後補上這個角色、其餘欄位往後移，
      *>                   舊主檔一次升級成帳號+角色鍵的新版；
      *>                   新版傾印不要設
      *> 還沒有記錄版本/最後更新欄位的舊傾印，這幾欄載入時補 0
      *> （版本 0 = 從沒被更新程式蓋過章，下一次更新就是第 1 版）。

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAST-FILE ASSIGN TO DYNAMIC WS-MAST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               ALTERNATE RECORD KEY IS MAST-ZIP WITH DUPLICATES
               ALTERNATE RECORD KEY IS MAST-CITY WITH DUPLICATES
               FILE STATUS IS WS-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DUMP-FILE.
       01  DUMP-REC        PIC X(2000).
       FD  MAST-FILE.
       COPY "addrmast.cpy".

       01 CTL-LOADED           PIC 9(7) VALUE 0.
       01 CTL-DUP-KEY          PIC 9(5) VALUE 0.
       01 CTL-BLANK            PIC 9(5) VALUE 0.
       01 WS-UPGRADE-ROLE      PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE WS-ENV-VALUE TO WS-MAST-FILE-NAME
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT 'MASTREBLD_ROLE'
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-VALUE))
               WHEN SPACES
                   CONTINUE
               WHEN 'MAILING'
               WHEN 'RESIDENTIAL'
               WHEN 'BUSINESS'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-ENV-VALUE)) TO WS-UPGRADE-ROLE
                   DISPLAY "MASTREBLD: old-layout dump - every "
                       "record loaded as role "
                       FUNCTION TRIM(WS-UPGRADE-ROLE)
               WHEN OTHER
                   DISPLAY "MASTREBLD: MASTREBLD_ROLE must be "
                       "MAILING, RESIDENTIAL or BUSINESS"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT DUMP-FILE
           IF WS-DUMP-STATUS NOT = '00'
               DISPLAY "MASTREBLD: cannot open dump "
           STOP RUN.

       LOAD-ONE-RECORD.
           IF WS-UPGRADE-ROLE = SPACES
               MOVE DUMP-REC TO MAST-REC
           ELSE
               MOVE SPACES TO MAST-REC
               MOVE DUMP-REC(1:30) TO MAST-ACCOUNT-ID
               MOVE WS-UPGRADE-ROLE TO MAST-ADDR-ROLE
               MOVE DUMP-REC(31:) TO MAST-REC(43:)
           END-IF
           IF MAST-VERSION IS NOT NUMERIC
               MOVE 0 TO MAST-VERSION
           END-IF
           IF MAST-UPD-DATE IS NOT NUMERIC
              OR MAST-UPD-TIME IS NOT NUMERIC
               MOVE 0 TO MAST-UPD-DATE
               MOVE 0 TO MAST-UPD-TIME
               MOVE SPACES TO MAST-UPD-PROGRAM
           END-IF
           IF FUNCTION TRIM(MAST-ACCOUNT-ID) = SPACES
               ADD 1 TO CTL-BLANK
               EXIT PARAGRAPH
               INVALID KEY
                   ADD 1 TO CTL-DUP-KEY
                   DISPLAY "MASTREBLD: duplicate key skipped - "
                       FUNCTION TRIM(MAST-ACCOUNT-ID) " "
                       FUNCTION TRIM(MAST-ADDR-ROLE)
               NOT INVALID KEY
                   ADD 1 TO CTL-LOADED
           END-WRITE.
