000700*込んだ計算残高と貯金ファイル上の残高が一致するか検証して，
000800*不一致口座を精算レポートに警告表示する。
000900*
001000*入金取引はログ取引金額が０の旧形式ログもあるため，
001100*入金額は直前残高との差分から導出する。
001200*
001300 ENVIRONMENT DIVISION.
017410            WHEN ログ手数料
017420                  ADD ログ取引金額
017430                      TO 出金計(口座番号添字)
017440            WHEN ログ利息
017450                  ADD ログ取引金額
017460                      TO 入金計(口座番号添字)
017470            WHEN ログ源泉税
017480                  ADD ログ取引金額
017490                      TO 出金計(口座番号添字)
017500      END-EVALUATE.
017600*
017700*旧形式ログの入金取引金額は０のため，直前残高が分かっていれば残高
017800*差分を，初出の口座は開始残高との差分を入金額とする。
017900*
018000 入金額導出.
