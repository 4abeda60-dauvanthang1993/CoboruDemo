020900                  PERFORM ログ記帳判定
021000      END-READ.
021100*
021200*対象口座・正常終了の入金・出金（手数料・利息・源泉税を含む）
021250*だけを通帳に載せる。記帳済
021300*位置より前の取引（最終印字日時より前，および同日内の印字済
021400*件数まで）は印字せず，残高の繰り越しだけを行う。入金はログ
021500*取引金額が０の旧形式ログもあるため，残高差分から
021600*入金額を導出する
021700*
021800 ログ記帳判定.
021900      IF ログ貯金番号 = 対象貯金番号
022000         AND ログエラー番号 = 0
022100         AND (ログ入金 OR ログ出金 OR ログ手数料
022150              OR ログ利息 OR ログ源泉税)
022200            PERFORM 表示金額導出
022300            PERFORM 記帳要否判定
022400            MOVE ログ取引後残高 TO 直前残高
025760                  MOVE "手数料" TO 編集取引種別
025770                  MOVE 表示金額 TO 編集出金額
025780                  MOVE 0        TO 編集入金額
025782            WHEN ログ利息
025784                  MOVE "利息" TO 編集取引種別
025786                  MOVE 0        TO 編集出金額
025788                  MOVE 表示金額 TO 編集入金額
025790            WHEN ログ源泉税
025792                  MOVE "税金" TO 編集取引種別
025794                  MOVE 表示金額 TO 編集出金額
025796                  MOVE 0        TO 編集入金額
025800            WHEN OTHER
025900                  MOVE "出金" TO 編集取引種別
026000                  MOVE 表示金額 TO 編集出金額
