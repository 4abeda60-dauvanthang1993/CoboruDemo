001000*               断った要求をバックオーダとして受け付け，在庫が
001100*               確保できた時点で受付日順に注文へ振り替える。
001200*               充当結果は充当リストへ報告する。
001220*               セット商品は構成商品の有効在庫から充当可能数を
001240*               求め，振替時に構成商品を引き当てる。
001260*               受付時に指定した利用ポイントは振替時に注文金額
001280*               から値引する（残高の範囲で）。
001300*
001400* Copyright 1999-2015 FUJITSU LIMITED
001500*=================================================================
005300         88  充当済          VALUE "2".
005400         88  受付取消済      VALUE "3".
005410     02  受付配送先コード    PIC  X(03).
005420     02  受付利用ポイント    PIC  9(07).
005500 FD  注文行ファイル.
005600     COPY ORDFILE.
005700 FD  在庫ファイル.
007748     88  配送先使用可        VALUE "Y".
007765 01  与信ゼロ金額            PIC  9(11) VALUE 0.
007782 01  解除件数                PIC  9(05).
007783 01  構成件数                PIC  9(02).
007784 01  構成表.
007785     02  構成明細  OCCURS 20.
007786         03  構成商品番号    PIC  X(10).
007787         03  構成数量        PIC  9(04).
007788 01  構成添字                PIC  9(03)  COMP-5.
007789 01  セット取得結果          PIC  9(01).
007790     88  セット商品          VALUE 0.
007791 01  構成有効数              PIC S9(11).
007800 01  現在日時.
007900     02  現在日付８          PIC  X(08).
008000     02  FILLER              PIC  X(13).
011900     ACCEPT 受付数量 FROM CONSOLE.
011910     DISPLAY "配送先コードを入力(空白:登録住所)".
011920     ACCEPT 受付配送先コード FROM CONSOLE.
011930     DISPLAY "利用ポイントを入力(0:利用しない)".
011940     ACCEPT 受付利用ポイント FROM CONSOLE.
012000     MOVE FUNCTION CURRENT-DATE TO 現在日時.
012100     MOVE 現在日付８ TO 受付日.
012200     SET 受付待ち TO TRUE.
016300         DISPLAY "在庫ファイルに存在しません"
016400         GO TO 在庫充当処理出口
016500     END-READ.
016600     CALL "セット構成取得" USING 対象商品番号
016610          構成件数 構成表 セット取得結果.
016620     IF セット商品
016630       PERFORM セット有効数計算
016640     ELSE
016650       COMPUTE 充当可能数 = 在庫数 - 引当数
016660     END-IF.
016700     IF 充当可能数 <= 0
016800       DISPLAY "充当できる在庫がありません"
016900       GO TO 在庫充当処理出口
021160                              注文単価
021170                              適用割引規則
021180     COMPUTE 注文金額 = 受付数量 * 注文単価.
021190*　受付時に指定したポイントを割引後の金額から値引する。
021200     CALL "ポイント値引計算" USING 受付顧客ＩＤ
021202          注文行番号 受付利用ポイント
021204          注文金額 注文ポイント利用.
021210*　与信限度を超える注文は保留（承認待ち）で起こす。限度の
021220*　登録が無い顧客（現金客）はそのまま受け付ける。
021230     CALL "与信チェック" USING 受付顧客ＩＤ
021507          受付数量 注文金額
021508          注文送料額 送料計算結果.
021554     MOVE 0 TO 請求番号 約束納期.
021555     MOVE SPACE TO 配送状況.
021556     MOVE 0 TO 配送状況日 配達日.
021600     WRITE 注文行レコード.
021700*
021800     IF セット商品
021820       PERFORM 構成引当
021840         VARYING 構成添字 FROM 1 BY 1
021860         UNTIL 構成添字 > 構成件数
021880       PERFORM セット有効数計算
021900     ELSE
021920       ADD 受付数量 TO 引当数
021940       REWRITE 在庫レコード
021960       COMPUTE 充当可能数 = 在庫数 - 引当数
021980     END-IF.
022100*
022200     SET 充当済 TO TRUE.
022300     REWRITE バックオーダレコード.
023179       DISPLAY "保留を解除：" 注文行番号
023180     END-IF.
023190*
023191*　セット商品の充当可能数は，構成商品ごとの有効在庫を構成数量
023192*　で割った値の最小値とする。最後にセット商品のレコードを読み
023193*　直し，単価を取れるようにしておく。
023194*
023195 セット有効数計算.
023196     PERFORM 構成有効数算出
023197         VARYING 構成添字 FROM 1 BY 1
023198         UNTIL 構成添字 > 構成件数.
023199     MOVE 対象商品番号 TO 在庫商品番号.
023200     READ 在庫ファイル
023201       INVALID KEY
023202         CONTINUE
023203     END-READ.
023204*
023205 構成有効数算出.
023206     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
023207     READ 在庫ファイル
023208       INVALID KEY
023209         MOVE 0 TO 構成有効数
023210       NOT INVALID KEY
023211         COMPUTE 構成有効数 =
023212             (在庫数 - 引当数) / 構成数量(構成添字)
023213     END-READ.
023214     IF 構成添字 = 1
023215        OR 構成有効数 < 充当可能数
023216       MOVE 構成有効数 TO 充当可能数
023217     END-IF.
023218*
023219 構成引当.
023220     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
023221     READ 在庫ファイル
023222       INVALID KEY
023223         DISPLAY "警告：構成商品の在庫なし "
023224                 在庫商品番号
023225       NOT INVALID KEY
023226         COMPUTE 引当数 = 引当数
023227             + 受付数量 * 構成数量(構成添字)
023228         REWRITE 在庫レコード
023229     END-READ.
023249*
023269 受付先頭設定.
023300     MOVE "N" TO 走査終了フラグ.
023400     MOVE 0 TO 受付番号.
023500     START バックオーダファイル KEY > 受付番号
