000600**    オンラインストア注文行ファイルのレコード。注文登録からピック
000700**    リスト作成・出荷確認・返品・月次請求までの各バッチが共用する。
000800**    注文状態は未出荷→出荷済→（返品済／請求済）と遷移し，与信
000900**    保留の注文は承認まで保留中に置かれる。配送状況・配達日は運送
000910**    会社の配送状況ファイルの取込（HAISOJYO）が更新する。注文金額は
000920**    割引とポイント値引の後の金額で，値引に充てたポイント数を注文
000930**    ポイント利用に残す。受注票（Sample26）から連携（JUCHUREN）した
000940**    注文は注文番号に受注番号を持ち，受注票側で取り消されると未出荷
000950**    のものは取消済へ進む。
001000**************************************************************************
001100 01  注文行レコード.
001200     02  注文行番号          PIC  9(08).
002300         88  注文返品済      VALUE "3".
002400         88  注文請求済      VALUE "4".
002500         88  注文保留中      VALUE "5".
002510         88  注文取消済      VALUE "6".
002600     02  出荷日              PIC  X(08).
002700     02  運送便番号          PIC  X(10).
002800     02  適用割引規則        PIC  9(04).
003100     02  注文送料額          PIC  9(07).
003200     02  注文配送先コード    PIC  X(03).
003300     02  約束納期            PIC  9(08).
003400     02  配送状況            PIC  X(01).
003500         88  配送未取込      VALUE SPACE.
003600         88  配送輸送中      VALUE "1".
003700         88  配送配達済      VALUE "2".
003800         88  配送持戻り      VALUE "3".
003900         88  配送返送        VALUE "4".
004000     02  配送状況日          PIC  9(08).
004100     02  配達日              PIC  9(08).
004200     02  注文ポイント利用    PIC  9(07).
