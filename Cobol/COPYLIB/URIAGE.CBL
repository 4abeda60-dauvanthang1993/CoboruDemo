000400**    URIAGE.CBL
000500**
000600**    売上レコード。SAMPLE3の伝票入力とURIREN（オンライン注文の
000700**    売上連携）・EDIJUCHU（ＥＤＩ受注取込）が書き込み，SAMPLE10の
000750**    集計表印刷・売上推移報告（SUII）・粗利分析（ARARI）・歩合
000800**    計算（BUAI）が読む。
000900**************************************************************************
001000 01  売上レコード.
001100     02  商品コード          PIC  X(4).
001500     02  数量                PIC S9(4).
001600     02  金額                PIC S9(8).
001610     02  得意先コード        PIC  X(4).
001620*　売上時点の原価×数量。赤伝では金額と同じく負になる。
001630     02  原価金額            PIC S9(8).
001640*　伝票の営業担当者（営業担当者マスタの担当コード）。空白は
001650*　担当なし（オンライン売上など）。
001660     02  営業担当コード      PIC  X(4).
