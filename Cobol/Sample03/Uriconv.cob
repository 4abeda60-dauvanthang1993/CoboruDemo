008700*　旧データの得意先は窓口扱いとして補う
008800     MOVE "0000"       TO 得意先コード
008900                          OF 売上レコード.
008920*　旧データの原価金額は不明として０（原価未設定）とする
008940     MOVE 0            TO 原価金額.
008960     MOVE SPACE        TO 営業担当コード.
009000     WRITE 売上レコード.
009100     ADD 1 TO 変換件数.
009200     PERFORM 旧売上読込.
