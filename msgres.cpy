      *> 訊息閘道投遞結果回檔的固定欄位版面，一則訊息的一個
      *> 結果一行。訊息編號就是上傳時 MG-S-MSG-ID / MG-E-MSG-ID
      *> 給的那一個；結果 DELIVERED 已送達、BOUNCED 退件（號碼/
      *> 信箱不存在，之後不再往那裡送）、FAILED 暫時失敗。
       01  MR-REC.
           05 MR-MSG-ID            PIC X(24).
           05 MR-CHANNEL           PIC X(5).
           05 MR-STATUS            PIC X(10).
           05 MR-STATUS-DATE       PIC 9(8).
           05 MR-STATUS-TIME       PIC 9(6).
      *>   閘道/電信業者的原因碼或說明
           05 MR-REASON            PIC X(50).
           05 FILLER               PIC X(47).
