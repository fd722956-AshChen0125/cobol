      *> 退郵扣件庫 holdmail_vault.txt 的一行。MAILHOLD 在出件時
      *> 追加 HELD 行；HOLDVAULT 每晚（MAILUNDEL 之後）逐行看主檔
      *> 旗標，清掉了（' '）或地址改過重試中（'R'）的改 RELEASED
      *> 列放行清單，扣滿保存天數還寄不到的改 DESTROYED 列銷毀
      *> 清單；已放行/已銷毀的行留在庫裡備查。欄位間以 ';' 分隔，
      *> 分隔欄要 MOVE ';'。
       01  HV-LINE.
      *>   扣件編號：程式前兩碼 + 日期 + 時間 + 當次序號
           05 HV-PIECE-ID          PIC X(24).
           05 HV-SEP1              PIC X.
           05 HV-HELD-DATE         PIC 9(8).
           05 HV-SEP2              PIC X.
           05 HV-ACCOUNT           PIC X(30).
           05 HV-SEP3              PIC X.
      *>   郵件類別（STATEMENT / LETTER / CAMPAIGN …）
           05 HV-MAIL-TYPE         PIC X(10).
           05 HV-SEP4              PIC X.
      *>   列印工作或批號
           05 HV-JOB               PIC X(20).
           05 HV-SEP5              PIC X.
           05 HV-PROGRAM           PIC X(10).
           05 HV-SEP6              PIC X.
           05 HV-ROLE              PIC X(12).
           05 HV-SEP7              PIC X.
           05 HV-STATUS            PIC X(10).
              88 HV-IS-HELD           VALUE 'HELD'.
              88 HV-IS-RELEASED       VALUE 'RELEASED'.
              88 HV-IS-DESTROYED      VALUE 'DESTROYED'.
           05 HV-SEP8              PIC X.
      *>   放行/銷毀日（HELD 時為 0）
           05 HV-STATUS-DATE       PIC 9(8).
