001300*               商品はエラーリストへ書き出して登録しない。これ
001400*               により集計表印刷（SAMPLE10）が窓口売上とオンラ
001500*               イン売上の両方を扱える。
001533*               対象日の月が締めカレンダー（CLOSECAL）で売上（UR）
001566*               の締処理中・締済なら連携しない。
001600*
001700* Copyright 1999-2015 FUJITSU LIMITED
001800*=================================================================
008000 01  対象日                  PIC  X(08).
008100 01  登録件数                PIC  9(06)  VALUE 0.
008200 01  エラー件数              PIC  9(06)  VALUE 0.
008220*　原価取得サブルーチン（KAITEI）とのパラメータ。
008240 01  原価基準日              PIC  9(08).
008260 01  売上時原価              PIC  9(04).
008280 01  原価取得結果            PIC  9(01).
008285 01  締確認サブシステム      PIC  X(02)  VALUE "UR".
008290 01  締確認計上日            PIC  9(08).
008295 01  締確認結果              PIC  9(01).
008300*
008400 PROCEDURE DIVISION.
008500     DISPLAY "オンライン売上連携バッチ".
008600     DISPLAY "対象日を入力してください(YYYYMMDD)".
008700     ACCEPT 対象日 FROM CONSOLE.
008711*　対象日の月が売上（UR）の締処理中・締済なら連携しない。
008722     MOVE 対象日 TO 締確認計上日.
008733     CALL "締状態確認" USING 締確認サブシステム
008744          締確認計上日 締確認結果.
008755     IF 締確認結果 NOT = 0
008766       DISPLAY "対象日の月は締処理中か締済です"
008777       STOP RUN
008788     END-IF.
008800     OPEN INPUT 注文行ファイル.
008900     IF NOT 注文行正常
009000       DISPLAY "注文行ファイルが開けません"
012000         SET 注文終了 TO TRUE
012100     END-READ.
012200*
012300*　対象日の確定注文（保留中・返品済・取消済を除く）だけを変換
012310*　する。
012400*
012500 売上変換処理.
012600     IF 注文日 = 対象日
012700        AND NOT 注文保留中
012800        AND NOT 注文返品済
012810        AND NOT 注文取消済
012900       PERFORM 売上１件変換
012910         THRU 売上１件変換出口
013000     END-IF.
015200     MOVE 注文数量 TO 数量.
015250*　オンライン経由の売上は得意先コード"EC"扱いとする。
015260     MOVE "EC  " TO 得意先コード.
015270*　オンライン売上には営業担当者を付けない（歩合の対象外）。
015280     MOVE SPACE TO 営業担当コード.
015300     MOVE 注文金額 TO 金額.
015305*　原価は注文日時点の原価履歴から求め，履歴が無ければ商品
015310*　マスタの現在原価（未設定は０）を使う。
015315     MOVE 注文日 TO 原価基準日.
015320     CALL "原価取得" USING 対応商品コード
015322                           原価基準日
015325                           売上時原価
015327                           原価取得結果.
015330     IF 原価取得結果 NOT = 0
015335       IF 原価 OF 商品マスタレコード NUMERIC
015340         MOVE 原価 OF 商品マスタレコード
015345           TO 売上時原価
015350       ELSE
015355         MOVE 0 TO 売上時原価
015360       END-IF
015365     END-IF.
015370     COMPUTE 原価金額 = 数量 * 売上時原価.
015400     WRITE 売上レコード.
015500     ADD 1 TO 登録件数.
015600*
