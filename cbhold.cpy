      *> 日間異動的照會保留列版面：INTRADAY 判定高風險（新開戶、
      *> 換國家、近期才改過）的異動不直接暫置，在暫置檔
      *> pending_changes.txt 寫成一行「HOLD;」開頭的保留列，
      *> 後面整段原樣是要套用的標準輸出 CSV 列。ADDRMAST 套用
      *> 時跳過保留列、原樣留給下一晚；CALLBACK 由第二位作業員
      *> 記下照會確認（CONFIRM）後把保留列換回一般暫置列，照會
      *> 不成（REJECT）或逾期沒確認（EXPIRE）就拿掉、退回分行。
      *> 保留原因逗號分隔：NEW-ACCOUNT / COUNTRY-CHANGE /
      *> RECENT-CHANGE。
       01  HLD-LINE.
           05 HLD-TAG              PIC X(5).
              88 HLD-IS-HOLD          VALUE 'HOLD;'.
      *>   保留編號：CB + 日期 + 時間 + 當批序號
           05 HLD-ID               PIC X(20).
           05 HLD-SEP1             PIC X.
      *>   保留日（INTRADAY 收件日），逾期天數從這天起算
           05 HLD-DATE             PIC 9(8).
           05 HLD-SEP2             PIC X.
           05 HLD-BRANCH           PIC X(10).
           05 HLD-SEP3             PIC X.
           05 HLD-ACCOUNT          PIC X(30).
           05 HLD-SEP4             PIC X.
      *>   鍵入的櫃員（異動檔第四欄，空白 = 沒給）；照會確認
      *>   的作業員不能是同一個人
           05 HLD-KEYER            PIC X(20).
           05 HLD-SEP5             PIC X.
           05 HLD-REASONS          PIC X(40).
           05 HLD-SEP6             PIC X.
           05 HLD-ROW              PIC X(2861).
