       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHSUM.
      *> 封存檔完整性：算一個檔案的位元組數與內容檢查碼（版面見
      *> archsum.cpy）。ARCHIVER 搬檔時記進 archive_index.txt，
      *> ARCHVERIFY 定期重算比對。檔案照位元組讀（不分行、不管
      *> 尾端空白），換行符號、結尾有沒有換行都算在內。

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> CBL_CHECK_FILE_EXIST 的 16 位元組回傳區：前 8 位元組大小
       01 AS-FILE-INFO.
           05 AS-FI-SIZE           PIC 9(18) COMP.
           05 FILLER               PIC X(8).
       01 AS-OPEN-NAME         PIC X(201).
       01 AS-ACCESS-MODE       PIC X VALUE X'01'.
       01 AS-DENY-MODE         PIC X VALUE X'00'.
       01 AS-DEVICE            PIC X VALUE X'00'.
       01 AS-FILE-HANDLE       PIC X(4).
      *> 位移與長度是大端序二進位（COMP），不能用 COMP-5
       01 AS-OFFSET            PIC 9(18) COMP.
       01 AS-READ-COUNT        PIC 9(9) COMP.
       01 AS-READ-FLAGS        PIC X VALUE X'00'.
       01 AS-BUFFER            PIC X(4096).
       01 AS-REMAINING         PIC 9(18) COMP-5.
       01 AS-POS               PIC 9(9) COMP-5.

       *> 兩組多項式雜湊（跟 LOGCHAIN 同一對質數）
       01 AS-H1                PIC 9(18) COMP-5.
       01 AS-H2                PIC 9(18) COMP-5.
       01 AS-QUOT              PIC 9(18) COMP-5.
       01 AS-BYTE              PIC 9(4) COMP-5.
       01 AS-H1-DISP           PIC 9(10).
       01 AS-H2-DISP           PIC 9(10).

       LINKAGE SECTION.
       COPY "archsum.cpy".

       PROCEDURE DIVISION USING AS-AREA.
       MAIN-PARA.
           MOVE '00' TO AS-RESULT
           MOVE 0 TO AS-SIZE
           MOVE ALL '0' TO AS-CHECKSUM
           MOVE SPACES TO AS-OPEN-NAME
           MOVE FUNCTION TRIM(AS-FILE-NAME) TO AS-OPEN-NAME

           MOVE LOW-VALUES TO AS-FILE-INFO
           CALL 'CBL_CHECK_FILE_EXIST' USING AS-OPEN-NAME AS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE '35' TO AS-RESULT
               GOBACK
           END-IF
           MOVE AS-FI-SIZE TO AS-SIZE

           CALL 'CBL_OPEN_FILE' USING AS-OPEN-NAME AS-ACCESS-MODE
               AS-DENY-MODE AS-DEVICE AS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE '35' TO AS-RESULT
               GOBACK
           END-IF

           MOVE 0 TO AS-H1 AS-H2 AS-OFFSET
           MOVE AS-FI-SIZE TO AS-REMAINING
           PERFORM UNTIL AS-REMAINING = 0 OR AS-RESULT NOT = '00'
               IF AS-REMAINING > 4096
                   MOVE 4096 TO AS-READ-COUNT
               ELSE
                   MOVE AS-REMAINING TO AS-READ-COUNT
               END-IF
               CALL 'CBL_READ_FILE' USING AS-FILE-HANDLE AS-OFFSET
                   AS-READ-COUNT AS-READ-FLAGS AS-BUFFER
               IF RETURN-CODE NOT = 0
                   MOVE '30' TO AS-RESULT
               ELSE
                   PERFORM HASH-ONE-BLOCK
                   ADD AS-READ-COUNT TO AS-OFFSET
                   SUBTRACT AS-READ-COUNT FROM AS-REMAINING
               END-IF
           END-PERFORM
           CALL 'CBL_CLOSE_FILE' USING AS-FILE-HANDLE
           MOVE 0 TO RETURN-CODE

           *> 長度也算進去：尾巴補一串 0 位元組的檔案不會同碼
           COMPUTE AS-H1 = AS-H1 * 131 + AS-SIZE
           DIVIDE AS-H1 BY 2147483647 GIVING AS-QUOT REMAINDER AS-H1
           COMPUTE AS-H2 = AS-H2 * 137 + AS-SIZE
           DIVIDE AS-H2 BY 2147483629 GIVING AS-QUOT REMAINDER AS-H2
           MOVE AS-H1 TO AS-H1-DISP
           MOVE AS-H2 TO AS-H2-DISP
           MOVE AS-H1-DISP TO AS-CHECKSUM(1:10)
           MOVE AS-H2-DISP TO AS-CHECKSUM(11:10)
           GOBACK.

       HASH-ONE-BLOCK.
           PERFORM VARYING AS-POS FROM 1 BY 1
                   UNTIL AS-POS > AS-READ-COUNT
               COMPUTE AS-BYTE = FUNCTION ORD(AS-BUFFER(AS-POS:1))
               COMPUTE AS-H1 = AS-H1 * 131 + AS-BYTE
               DIVIDE AS-H1 BY 2147483647
                   GIVING AS-QUOT REMAINDER AS-H1
               COMPUTE AS-H2 = AS-H2 * 137 + AS-BYTE
               DIVIDE AS-H2 BY 2147483629
                   GIVING AS-QUOT REMAINDER AS-H2
           END-PERFORM.
