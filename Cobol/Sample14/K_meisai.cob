017400      END-READ.
017500*
017600*対象口座・対象期間・正常終了の取引だけを明細に載せる。
017610*入金はログ取引金額が０の旧形式ログもあるため，
017620*期間外も含め直前残高を繰り越し，残高差分から入金額を導出
017630*する
017700*
019410            WHEN ログ手数料
019420                  MOVE "手数料" TO 編集取引種別
019430                  ADD ログ取引金額 TO 出金合計
019440            WHEN ログ利息
019450                  MOVE "利息" TO 編集取引種別
019460                  ADD ログ取引金額 TO 入金合計
019470            WHEN ログ源泉税
019480                  MOVE "源泉税" TO 編集取引種別
019490                  ADD ログ取引金額 TO 出金合計
019500            WHEN ログ照会
019600                  MOVE "照会" TO 編集取引種別
019700            WHEN OTHER
