000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Zaiuke.cob
000900*  機能概要  ： 在庫受払表（月次）。対象年月の入荷（買掛金の仕入
001000*               単価），出荷（注文行），返品，棚卸調整（TANACHO.
001100*               LOG），倉庫間移動（SOKOIDO）を商品・日付順に並べ，
001200*               前月の在庫受払を月初として倉庫・商品ごとに移動平均
001300*               単価で評価し直して在庫受払ファイル（ZAIUKE）を
001400*               作り直す。受払表に売上原価と月末在庫金額を出力し，
001500*               月末数量の全倉庫合計を在庫ファイルの在庫数と突き
001600*               合わせて差異リストへ出力する。
001700*               セット商品の出荷・返品は構成商品の受払とする。
001800*               前月の受払が無い商品は月初０から積み上げる。
001810*               不良返品・過剰入荷の隔離品も自社在庫として受払に
001820*               含め，在庫数に隔離数を加えて突き合わせる。仕入
001830*               返品は負の入荷（赤伝の買掛金）として払い出す。
001900*
002000* Copyright 1999-2015 FUJITSU LIMITED
002100*=================================================================
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. ZAIUKE.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL 受払ファイル
002800       ASSIGN TO "ZAIUKE"
002900       ORGANIZATION IS INDEXED
003000       ACCESS MODE  IS DYNAMIC
003100       RECORD KEY   IS 受払キー
003200       FILE STATUS  IS 受払状態.
003300     SELECT OPTIONAL 買掛金ファイル
003400       ASSIGN TO "KAIKAKE"
003500       ORGANIZATION IS INDEXED
003600       ACCESS MODE  IS DYNAMIC
003700       RECORD KEY   IS 買掛番号
003800       FILE STATUS  IS 買掛金状態.
003900     SELECT OPTIONAL 注文行ファイル
004000       ASSIGN TO "ORDERF"
004100       ORGANIZATION IS INDEXED
004200       ACCESS MODE  IS DYNAMIC
004300       RECORD KEY   IS 注文行番号
004400       FILE STATUS  IS 注文行状態.
004500     SELECT OPTIONAL 返品ファイル
004600       ASSIGN TO "HENPIN"
004700       ORGANIZATION IS INDEXED
004800       ACCESS MODE  IS DYNAMIC
004900       RECORD KEY   IS 返品番号
005000       FILE STATUS  IS 返品状態.
005100     SELECT OPTIONAL 棚卸調整ログファイル
005200       ASSIGN TO "TANACHO.LOG"
005300       ORGANIZATION IS LINE SEQUENTIAL
005400       FILE STATUS  IS 調整ログ状態.
005500     SELECT OPTIONAL 倉庫移動ファイル
005600       ASSIGN TO "SOKOIDO"
005700       ORGANIZATION IS INDEXED
005800       ACCESS MODE  IS DYNAMIC
005900       RECORD KEY   IS 移動番号
006000       FILE STATUS  IS 倉庫移動状態.
006100     SELECT OPTIONAL 在庫ファイル
006200       ASSIGN TO "ZAIKO"
006300       ORGANIZATION IS INDEXED
006400       ACCESS MODE  IS DYNAMIC
006500       RECORD KEY   IS 在庫商品番号
006600       FILE STATUS  IS 在庫状態.
006700     SELECT 受払ソートファイル
006800       ASSIGN TO "ZAIUKE.TMP".
006900     SELECT 受払表ファイル
007000       ASSIGN TO "ZAIUKE.RPT"
007100       ORGANIZATION IS LINE SEQUENTIAL.
007200     SELECT 差異リストファイル
007300       ASSIGN TO "ZAIUKESA.RPT"
007400       ORGANIZATION IS LINE SEQUENTIAL.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  受払ファイル.
007800     COPY ZAIUKE.
007900 FD  買掛金ファイル.
008000     COPY KAIKAKE.
008100 FD  注文行ファイル.
008200     COPY ORDFILE.
008300 FD  返品ファイル.
008400 01  返品レコード.
008500     02  返品番号            PIC  9(06).
008600     02  返品注文行番号      PIC  9(08).
008700     02  返品商品番号        PIC  X(10).
008800     02  返品数量            PIC  9(10).
008900     02  返品金額            PIC  9(11).
009000     02  返品日              PIC  X(08).
009010     02  返品理由            PIC  X(01).
009100 FD  棚卸調整ログファイル.
009200 01  調整ログレコード.
009300     02  調整日時            PIC  X(14).
009400     02  FILLER              PIC  X(01).
009500     02  調整商品番号        PIC  X(10).
009600     02  FILLER              PIC  X(01).
009700     02  調整前数量          PIC  9(10).
009800     02  FILLER              PIC  X(01).
009900     02  調整後数量          PIC  9(10).
010000     02  FILLER              PIC  X(01).
010100     02  調整倉庫            PIC  X(03).
010200 FD  倉庫移動ファイル.
010300 01  倉庫移動レコード.
010400     02  移動番号            PIC  9(06).
010500     02  移動元倉庫          PIC  X(03).
010600     02  移動先倉庫          PIC  X(03).
010700     02  移動商品番号        PIC  X(10).
010800     02  移動数量            PIC  9(10).
010900     02  移動指示日          PIC  X(08).
011000     02  移動状態            PIC  X(01).
011100         88  輸送中          VALUE "1".
011200         88  着荷済          VALUE "2".
011300     02  移動着荷日          PIC  X(08).
011400 FD  在庫ファイル.
011500     COPY ZAIKOF.
011600*　区分は同じ日の受払を受入・払出の順に並べるための順序。
011700*　月初は日付０，在庫ファイルの帳簿数量は日付９で前後に置く。
011800 SD  受払ソートファイル.
011900 01  受払ソートレコード.
012000     02  ソート商品番号      PIC  X(10).
012100     02  ソート日付          PIC  X(08).
012200     02  ソート区分          PIC  X(01).
012300         88  ソート月初      VALUE "0".
012400         88  ソート入荷      VALUE "1".
012500         88  ソート返品      VALUE "2".
012600         88  ソート調整      VALUE "3".
012700         88  ソート移出      VALUE "4".
012800         88  ソート移入      VALUE "5".
012900         88  ソート出荷      VALUE "6".
013000         88  ソート帳簿      VALUE "9".
013100     02  ソート倉庫          PIC  X(03).
013200     02  ソート相手倉庫      PIC  X(03).
013300     02  ソート数量          PIC S9(10).
013400     02  ソート金額          PIC S9(13).
013500     02  ソート単価          PIC  9(09)V99.
013600     02  ソート参照番号      PIC  9(08).
013700 FD  受払表ファイル.
013800 01  受払表行                PIC  X(150).
013900 FD  差異リストファイル.
014000 01  差異リスト行            PIC  X(100).
014100 WORKING-STORAGE SECTION.
014200 01  受払状態                PIC  X(02).
014300     88  受払正常            VALUE "00" "05".
014400 01  買掛金状態              PIC  X(02).
014500     88  買掛金正常          VALUE "00" "05".
014600 01  注文行状態              PIC  X(02).
014700     88  注文行正常          VALUE "00" "05".
014800 01  返品状態                PIC  X(02).
014900     88  返品正常            VALUE "00" "05".
015000 01  調整ログ状態            PIC  X(02).
015100     88  調整ログ正常        VALUE "00" "05".
015200 01  倉庫移動状態            PIC  X(02).
015300     88  倉庫移動正常        VALUE "00" "05".
015400 01  在庫状態                PIC  X(02).
015500     88  在庫正常            VALUE "00" "05".
015600*　ファイル状態は入出力のたびに変わるため，オープンの成否は
015700*　別のフラグに控えて判定する。
015800 01  買掛使用可Ｆ            PIC  X(01)  VALUE "N".
015900     88  買掛使用可          VALUE "Y".
016000 01  注文行使用可Ｆ          PIC  X(01)  VALUE "N".
016100     88  注文行使用可        VALUE "Y".
016200 01  返品使用可Ｆ            PIC  X(01)  VALUE "N".
016300     88  返品使用可          VALUE "Y".
016400 01  調整ログ使用可Ｆ        PIC  X(01)  VALUE "N".
016500     88  調整ログ使用可      VALUE "Y".
016600 01  移動使用可Ｆ            PIC  X(01)  VALUE "N".
016700     88  移動使用可          VALUE "Y".
016800 01  在庫使用可Ｆ            PIC  X(01)  VALUE "N".
016900     88  在庫使用可          VALUE "Y".
017000 01  走査終了フラグ          PIC  X(01).
017100     88  走査終了            VALUE "Y".
017200 01  受払終了フラグ          PIC  X(01).
017300     88  受払終了            VALUE "Y".
017400 01  帳簿有無フラグ          PIC  X(01).
017500     88  帳簿あり            VALUE "Y".
017600 01  対象年月                PIC  9(06).
017700 01  前月年月                PIC  9(06).
017800 01  前月年月分解  REDEFINES 前月年月.
017900     02  前月年              PIC  9(04).
018000     02  前月月              PIC  9(02).
018100 01  抽出年月                PIC  9(06).
018200 01  抽出日付                PIC  X(08).
018300 01  抽出商品番号            PIC  X(10).
018400 01  抽出数量                PIC S9(10).
018500 01  着荷日Ｗ                PIC  X(08).
018600*　セット構成取得の受け渡し域。
018700 01  構成件数                PIC  9(02).
018800 01  構成表.
018900     02  構成明細  OCCURS 20.
019000         03  構成商品番号    PIC  X(10).
019100         03  構成数量        PIC  9(04).
019200 01  構成添字                PIC  9(03)  COMP-5.
019300 01  セット取得結果          PIC  9(01).
019400     88  セット商品          VALUE 0.
019500*　１商品分の倉庫別の受払。商品が変わるたびに作り直す。
019600 01  処理商品番号            PIC  X(10).
019700 01  倉庫添字                PIC  9(03)  COMP-5.
019800 01  倉庫登録数              PIC  9(03)  COMP-5.
019900 01  検索添字                PIC  9(03)  COMP-5.
020000 01  検索倉庫                PIC  X(03).
020100 01  検索結果添字            PIC  9(03)  COMP-5.
020200 01  倉庫表.
020300     02  倉庫明細  OCCURS 30.
020400         03  表倉庫          PIC  X(03).
020500         03  表活動件数      PIC  9(07).
020600         03  表月初数量      PIC S9(10).
020700         03  表月初金額      PIC S9(13).
020800         03  表入荷数量      PIC S9(10).
020900         03  表入荷金額      PIC S9(13).
021000         03  表出荷数量      PIC S9(10).
021100         03  表出荷原価      PIC S9(13).
021200         03  表返品数量      PIC S9(10).
021300         03  表返品原価      PIC S9(13).
021400         03  表調整数量      PIC S9(10).
021500         03  表調整金額      PIC S9(13).
021600         03  表移入数量      PIC S9(10).
021700         03  表移入金額      PIC S9(13).
021800         03  表移出数量      PIC S9(10).
021900         03  表移出金額      PIC S9(13).
022000         03  表現在数量      PIC S9(10).
022100         03  表現在金額      PIC S9(13).
022200         03  表平均単価      PIC  9(09)V99.
022300*　当月に出庫した移動の単価。着荷をその単価で受け入れる。
022400 01  移動添字                PIC  9(03)  COMP-5.
022500 01  移動登録数              PIC  9(03)  COMP-5.
022600 01  移動単価表.
022700     02  移動単価明細  OCCURS 100.
022800         03  表移動番号      PIC  9(08).
022900         03  表移動単価      PIC  9(09)V99.
023000 01  受払金額Ｗ              PIC S9(13).
023100 01  評価単価Ｗ              PIC  9(09)V99.
023200 01  帳簿数量                PIC S9(10).
023300 01  商品月末数量            PIC S9(10).
023400 01  差異数量                PIC S9(10).
023500*　合計。
023600 01  商品件数                PIC  9(07)  VALUE 0.
023700 01  受払行数                PIC  9(07)  VALUE 0.
023800 01  差異件数                PIC  9(05)  VALUE 0.
023900 01  警告件数                PIC  9(05)  VALUE 0.
024000 01  入荷金額計              PIC S9(13)  VALUE 0.
024100 01  売上原価計              PIC S9(13)  VALUE 0.
024200 01  月末金額計              PIC S9(13)  VALUE 0.
024300 01  合計編集                PIC -ZZZ,ZZZ,ZZZ,ZZ9.
024400*
024500 01  受払行編集域.
024600     02  編集倉庫            PIC  X(03).
024700     02  FILLER              PIC  X(01)  VALUE SPACE.
024800     02  編集商品番号        PIC  X(10).
024900     02  編集月初数量        PIC -ZZZZZZZZ9.
025000     02  編集入荷数量        PIC -ZZZZZZZZ9.
025100     02  編集出荷数量        PIC -ZZZZZZZZ9.
025200     02  編集返品数量        PIC -ZZZZZZZZ9.
025300     02  編集調整数量        PIC -ZZZZZZZZ9.
025400     02  編集移動数量        PIC -ZZZZZZZZ9.
025500     02  編集月末数量        PIC -ZZZZZZZZ9.
025600     02  FILLER              PIC  X(01)  VALUE SPACE.
025700     02  編集平均単価        PIC  ZZZ,ZZZ,ZZ9.99.
025800     02  FILLER              PIC  X(01)  VALUE SPACE.
025900     02  編集月末金額        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
026000     02  FILLER              PIC  X(01)  VALUE SPACE.
026100     02  編集売上原価        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
026200 01  差異行編集域.
026300     02  編集差異商品番号    PIC  X(10).
026400     02  FILLER              PIC  X(02)  VALUE SPACE.
026500     02  編集受払月末        PIC -ZZZZZZZZ9.
026600     02  FILLER              PIC  X(02)  VALUE SPACE.
026700     02  編集帳簿数量        PIC -ZZZZZZZZ9.
026800     02  FILLER              PIC  X(02)  VALUE SPACE.
026900     02  編集差異数量        PIC -ZZZZZZZZ9.
027000     02  FILLER              PIC  X(02)  VALUE SPACE.
027100     02  編集差異注記        PIC  X(30).
027200 01  運用通知域.
027300     02  通知プログラム      PIC  X(08)  VALUE "ZAIUKE".
027400     02  通知重大度          PIC  X(01).
027500     02  通知本文            PIC  X(60).
027600*
027700 PROCEDURE DIVISION.
027800     DISPLAY "在庫受払表作成".
027900     DISPLAY "対象年月を入力してください(YYYYMM)".
028000     ACCEPT 対象年月 FROM CONSOLE.
028100     MOVE 対象年月 TO 前月年月.
028200     IF 前月月 = 1
028300       SUBTRACT 1 FROM 前月年
028400       MOVE 12 TO 前月月
028500     ELSE
028600       SUBTRACT 1 FROM 前月月
028700     END-IF.
028800     OPEN I-O 受払ファイル.
028900     IF NOT 受払正常
029000       DISPLAY "在庫受払ファイルが開けません"
029100       STOP RUN
029200     END-IF.
029300     OPEN INPUT 買掛金ファイル.
029400     IF 買掛金正常
029500       SET 買掛使用可 TO TRUE
029600     END-IF.
029700     OPEN INPUT 注文行ファイル.
029800     IF 注文行正常
029900       SET 注文行使用可 TO TRUE
030000     END-IF.
030100     OPEN INPUT 返品ファイル.
030200     IF 返品正常
030300       SET 返品使用可 TO TRUE
030400     END-IF.
030500     OPEN INPUT 棚卸調整ログファイル.
030600     IF 調整ログ正常
030700       SET 調整ログ使用可 TO TRUE
030800     END-IF.
030900     OPEN INPUT 倉庫移動ファイル.
031000     IF 倉庫移動正常
031100       SET 移動使用可 TO TRUE
031200     END-IF.
031300     OPEN INPUT 在庫ファイル.
031400     IF 在庫正常
031500       SET 在庫使用可 TO TRUE
031600     END-IF.
031700     OPEN OUTPUT 受払表ファイル.
031800     OPEN OUTPUT 差異リストファイル.
031900     MOVE SPACE TO 受払表行.
032000     STRING "*** 在庫受払表　対象年月：" 対象年月
032100            " ***"
032200            DELIMITED BY SIZE INTO 受払表行.
032300     WRITE 受払表行.
032400     MOVE "倉庫 商品番号     月初数量" &
032500          "  入荷数量  出荷数量  返品数量" &
032600          "  調整数量  移動数量  月末数量" &
032700          "       平均単価" &
032800          "         月末金額         売上原価"
032900       TO 受払表行.
033000     WRITE 受払表行.
033100     MOVE SPACE TO 差異リスト行.
033200     STRING "*** 在庫受払差異リスト　対象年月："
033300            対象年月
033400            " ***"
033500            DELIMITED BY SIZE INTO 差異リスト行.
033600     WRITE 差異リスト行.
033700     MOVE "商品番号    受払月末数量" &
033800          "      在庫数    差異数量"
033900       TO 差異リスト行.
034000     WRITE 差異リスト行.
034100     IF NOT 在庫使用可
034200       MOVE "警告：在庫ファイル無し"
034300         TO 差異リスト行
034400       WRITE 差異リスト行
034500     END-IF.
034600*
034700*　同じ年月で作り直すため，当月分の受払を先に消す。
034800*
034900     PERFORM 当月受払削除.
035000     SORT 受払ソートファイル
035100       ASCENDING KEY ソート商品番号 ソート日付
035200                     ソート区分
035300       INPUT PROCEDURE  受払抽出 THRU 受払抽出出口
035400       OUTPUT PROCEDURE 受払計算 THRU 受払計算出口.
035500*
035600     MOVE SPACE TO 受払表行.
035700     STRING "商品数：" 商品件数
035800            "　受払行数：" 受払行数
035900            "　警告：" 警告件数
036000            DELIMITED BY SIZE INTO 受払表行.
036100     WRITE 受払表行.
036200     MOVE 入荷金額計 TO 合計編集.
036300     MOVE SPACE TO 受払表行.
036400     STRING "入荷金額計　：" 合計編集
036500            DELIMITED BY SIZE INTO 受払表行.
036600     WRITE 受払表行.
036700     MOVE 売上原価計 TO 合計編集.
036800     MOVE SPACE TO 受払表行.
036900     STRING "売上原価計　：" 合計編集
037000            DELIMITED BY SIZE INTO 受払表行.
037100     WRITE 受払表行.
037200     MOVE 月末金額計 TO 合計編集.
037300     MOVE SPACE TO 受払表行.
037400     STRING "月末在庫金額：" 合計編集
037500            DELIMITED BY SIZE INTO 受払表行.
037600     WRITE 受払表行.
037700     MOVE SPACE TO 差異リスト行.
037800     STRING "差異件数：" 差異件数
037900            DELIMITED BY SIZE INTO 差異リスト行.
038000     WRITE 差異リスト行.
038100     CLOSE 差異リストファイル.
038200     CLOSE 受払表ファイル.
038300     CLOSE 在庫ファイル.
038400     CLOSE 倉庫移動ファイル.
038500     CLOSE 棚卸調整ログファイル.
038600     CLOSE 返品ファイル.
038700     CLOSE 注文行ファイル.
038800     CLOSE 買掛金ファイル.
038900     CLOSE 受払ファイル.
039000     DISPLAY "商品数　　：" 商品件数.
039100     DISPLAY "売上原価計：" 売上原価計.
039200     DISPLAY "月末金額計：" 月末金額計.
039300     DISPLAY "差異件数　：" 差異件数.
039400     IF 差異件数 NOT = 0 OR 警告件数 NOT = 0
039500       MOVE "W" TO 通知重大度
039600       MOVE SPACE TO 通知本文
039700       STRING "在庫受払に差異・警告あり　差異："
039800              差異件数 "　警告：" 警告件数
039900              DELIMITED BY SIZE INTO 通知本文
040000       CALL "運用通知" USING 通知プログラム
040100            通知重大度 通知本文
040200     END-IF.
040300     STOP RUN.
040400*
040500 当月受払削除.
040600     MOVE "N" TO 走査終了フラグ.
040700     MOVE 対象年月   TO 受払年月.
040800     MOVE LOW-VALUE  TO 受払倉庫 受払商品番号.
040900     START 受払ファイル KEY >= 受払キー
041000       INVALID KEY
041100         SET 走査終了 TO TRUE
041200     END-START.
041300     PERFORM 当月受払削除明細 UNTIL 走査終了.
041400*
041500 当月受払削除明細.
041600     READ 受払ファイル NEXT RECORD
041700       AT END
041800         SET 走査終了 TO TRUE
041900       NOT AT END
042000         IF 受払年月 NOT = 対象年月
042100           SET 走査終了 TO TRUE
042200         ELSE
042300           DELETE 受払ファイル
042400         END-IF
042500     END-READ.
042600*
042700*=================================================================
042800*　受払の抽出（ソート入力）。対象年月の受払を商品単位の受払
042900*　レコードにしてソートへ渡す。
043000*=================================================================
043100 受払抽出.
043200     PERFORM 月初抽出.
043300     IF 買掛使用可
043400       PERFORM 入荷抽出
043500     END-IF.
043600     IF 注文行使用可
043700       PERFORM 出荷抽出
043800     END-IF.
043900     IF 返品使用可
044000       PERFORM 返品抽出
044100     END-IF.
044200     IF 調整ログ使用可
044300       PERFORM 調整抽出
044400     END-IF.
044500     IF 移動使用可
044600       PERFORM 移動抽出
044700     END-IF.
044800     IF 在庫使用可
044900       PERFORM 帳簿抽出
045000     END-IF.
045100*
045200 受払抽出出口.
045300     EXIT.
045400*
045500*　前月の月末を当月の月初とする。
045600*
045700 月初抽出.
045800     MOVE "N" TO 走査終了フラグ.
045900     MOVE 前月年月   TO 受払年月.
046000     MOVE LOW-VALUE  TO 受払倉庫 受払商品番号.
046100     START 受払ファイル KEY >= 受払キー
046200       INVALID KEY
046300         SET 走査終了 TO TRUE
046400     END-START.
046500     PERFORM 月初抽出明細 UNTIL 走査終了.
046600*
046700 月初抽出明細.
046800     READ 受払ファイル NEXT RECORD
046900       AT END
047000         SET 走査終了 TO TRUE
047100       NOT AT END
047200         IF 受払年月 NOT = 前月年月
047300           SET 走査終了 TO TRUE
047400         ELSE
047500           INITIALIZE 受払ソートレコード
047600           MOVE 受払商品番号 TO ソート商品番号
047700           MOVE "00000000"   TO ソート日付
047800           SET ソート月初 TO TRUE
047900           MOVE 受払倉庫     TO ソート倉庫
048000           MOVE 受払月末数量 TO ソート数量
048100           MOVE 受払月末金額 TO ソート金額
048200           MOVE 受払平均単価 TO ソート単価
048300           RELEASE 受払ソートレコード
048400         END-IF
048500     END-READ.
048600*
048700*　入荷は入荷計上が入荷１件ごとに起こした買掛金から，仕入単価で
048800*　受け入れる。
048900*
049000 入荷抽出.
049100     MOVE "N" TO 走査終了フラグ.
049200     MOVE 0 TO 買掛番号.
049300     START 買掛金ファイル KEY > 買掛番号
049400       INVALID KEY
049500         SET 走査終了 TO TRUE
049600     END-START.
049700     PERFORM 入荷抽出明細 UNTIL 走査終了.
049800*
049900 入荷抽出明細.
050000     READ 買掛金ファイル NEXT RECORD
050100       AT END
050200         SET 走査終了 TO TRUE
050300       NOT AT END
050400         MOVE 買掛入荷日(1:6) TO 抽出年月
050500         IF 抽出年月 = 対象年月
050600           INITIALIZE 受払ソートレコード
050700           MOVE 買掛商品番号 TO ソート商品番号
050800           MOVE 買掛入荷日   TO ソート日付
050900           SET ソート入荷 TO TRUE
051000           MOVE 買掛倉庫     TO ソート倉庫
051100           MOVE 買掛数量     TO ソート数量
051200           MOVE 買掛単価     TO ソート単価
051300           MOVE 買掛番号     TO ソート参照番号
051400           RELEASE 受払ソートレコード
051500         END-IF
051600     END-READ.
051700*
051800*　出荷日が対象年月の出荷済の注文行（その後に返品済・請求済へ
051900*　進んだものを含む）を出荷倉庫から払い出す。
052000*
052100 出荷抽出.
052200     MOVE "N" TO 走査終了フラグ.
052300     MOVE 0 TO 注文行番号.
052400     START 注文行ファイル KEY > 注文行番号
052500       INVALID KEY
052600         SET 走査終了 TO TRUE
052700     END-START.
052800     PERFORM 出荷抽出明細 UNTIL 走査終了.
052900*
053000 出荷抽出明細.
053100     READ 注文行ファイル NEXT RECORD
053200       AT END
053300         SET 走査終了 TO TRUE
053400       NOT AT END
053500         IF 注文出荷済 OR 注文返品済 OR 注文請求済
053600           MOVE 出荷日(1:6) TO 抽出年月
053700           IF 抽出年月 = 対象年月
053800             INITIALIZE 受払ソートレコード
053900             MOVE 出荷日 TO ソート日付
054000             SET ソート出荷 TO TRUE
054100             MOVE 出荷倉庫コード TO ソート倉庫
054200             MOVE 注文行番号     TO ソート参照番号
054300             MOVE 注文商品番号   TO 抽出商品番号
054400             MOVE 注文数量       TO 抽出数量
054500             PERFORM 構成展開リリース
054600           END-IF
054700         END-IF
054800     END-READ.
054900*
055000*　返品は元の注文行の出荷倉庫へ受け入れる。
055100*
055200 返品抽出.
055300     MOVE "N" TO 走査終了フラグ.
055400     MOVE 0 TO 返品番号.
055500     START 返品ファイル KEY > 返品番号
055600       INVALID KEY
055700         SET 走査終了 TO TRUE
055800     END-START.
055900     PERFORM 返品抽出明細 UNTIL 走査終了.
056000*
056100 返品抽出明細.
056200     READ 返品ファイル NEXT RECORD
056300       AT END
056400         SET 走査終了 TO TRUE
056500       NOT AT END
056600         MOVE 返品日(1:6) TO 抽出年月
056700         IF 抽出年月 = 対象年月
056800           INITIALIZE 受払ソートレコード
056900           MOVE 返品日 TO ソート日付
057000           SET ソート返品 TO TRUE
057100           MOVE SPACE TO ソート倉庫
057200           IF 注文行使用可
057300             MOVE 返品注文行番号 TO 注文行番号
057400             READ 注文行ファイル
057500               INVALID KEY
057600                 CONTINUE
057700               NOT INVALID KEY
057800                 MOVE 出荷倉庫コード TO ソート倉庫
057900             END-READ
058000           END-IF
058100           MOVE 返品注文行番号 TO ソート参照番号
058200           MOVE 返品商品番号   TO 抽出商品番号
058300           MOVE 返品数量       TO 抽出数量
058400           PERFORM 構成展開リリース
058500         END-IF
058600     END-READ.
058700*
058800*　セット商品は構成数量を掛けて構成商品ごとに渡す。
058900*
059000 構成展開リリース.
059100     CALL "セット構成取得" USING 抽出商品番号
059200          構成件数 構成表 セット取得結果.
059300     IF セット商品
059400       PERFORM 構成リリース
059500         VARYING 構成添字 FROM 1 BY 1
059600         UNTIL 構成添字 > 構成件数
059700     ELSE
059800       MOVE 抽出商品番号 TO ソート商品番号
059900       MOVE 抽出数量     TO ソート数量
060000       RELEASE 受払ソートレコード
060100     END-IF.
060200*
060300 構成リリース.
060400     MOVE 構成商品番号(構成添字)
060500       TO ソート商品番号.
060600     COMPUTE ソート数量 =
060700         抽出数量 * 構成数量(構成添字).
060800     RELEASE 受払ソートレコード.
060900*
061000*　棚卸調整は調整後と調整前の差を受払とする。倉庫の無い調整は
061100*　全社の棚卸によるもの。
061200*
061300 調整抽出.
061400     MOVE "N" TO 走査終了フラグ.
061500     PERFORM 調整抽出明細 UNTIL 走査終了.
061600*
061700 調整抽出明細.
061800     READ 棚卸調整ログファイル
061900       AT END
062000         SET 走査終了 TO TRUE
062100       NOT AT END
062200         MOVE 調整日時(1:6) TO 抽出年月
062300         IF 抽出年月 = 対象年月
062400            AND 調整後数量 NOT = 調整前数量
062500           INITIALIZE 受払ソートレコード
062600           MOVE 調整商品番号   TO ソート商品番号
062700           MOVE 調整日時(1:8)  TO ソート日付
062800           SET ソート調整 TO TRUE
062900           MOVE 調整倉庫       TO ソート倉庫
063000           COMPUTE ソート数量 =
063100               調整後数量 - 調整前数量
063200           RELEASE 受払ソートレコード
063300         END-IF
063400     END-READ.
063500*
063600*　倉庫間移動は指示日に移動元から払い出し，着荷日に移動先へ
063700*　受け入れる。
063800*
063900 移動抽出.
064000     MOVE "N" TO 走査終了フラグ.
064100     MOVE 0 TO 移動番号.
064200     START 倉庫移動ファイル KEY > 移動番号
064300       INVALID KEY
064400         SET 走査終了 TO TRUE
064500     END-START.
064600     PERFORM 移動抽出明細 UNTIL 走査終了.
064700*
064800 移動抽出明細.
064900     READ 倉庫移動ファイル NEXT RECORD
065000       AT END
065100         SET 走査終了 TO TRUE
065200       NOT AT END
065300         PERFORM 移動出庫リリース
065400         IF 着荷済
065500           PERFORM 移動着荷リリース
065600         END-IF
065700     END-READ.
065800*
065900 移動出庫リリース.
066000     MOVE 移動指示日(1:6) TO 抽出年月.
066100     IF 抽出年月 NOT = 対象年月
066200       EXIT PARAGRAPH
066300     END-IF.
066400     INITIALIZE 受払ソートレコード.
066500     MOVE 移動商品番号 TO ソート商品番号.
066600     MOVE 移動指示日   TO ソート日付.
066700     SET ソート移出 TO TRUE.
066800     MOVE 移動元倉庫   TO ソート倉庫.
066900     MOVE 移動先倉庫   TO ソート相手倉庫.
067000     MOVE 移動数量     TO ソート数量.
067100     MOVE 移動番号     TO ソート参照番号.
067200     RELEASE 受払ソートレコード.
067300*
067400*　着荷日の無い着荷済の移動は指示日に着荷したものとする。
067500*
067600 移動着荷リリース.
067700     MOVE 移動着荷日 TO 着荷日Ｗ.
067800     IF 着荷日Ｗ = SPACE
067900       MOVE 移動指示日 TO 着荷日Ｗ
068000     END-IF.
068100     MOVE 着荷日Ｗ(1:6) TO 抽出年月.
068200     IF 抽出年月 NOT = 対象年月
068300       EXIT PARAGRAPH
068400     END-IF.
068500     INITIALIZE 受払ソートレコード.
068600     MOVE 移動商品番号 TO ソート商品番号.
068700     MOVE 着荷日Ｗ     TO ソート日付.
068800     SET ソート移入 TO TRUE.
068900     MOVE 移動先倉庫   TO ソート倉庫.
069000     MOVE 移動元倉庫   TO ソート相手倉庫.
069100     MOVE 移動数量     TO ソート数量.
069200     MOVE 移動番号     TO ソート参照番号.
069300     RELEASE 受払ソートレコード.
069400*
069500*　突合用に在庫ファイルの在庫数（隔離数を含む）を商品の最後
069510*　に置く。
069600*
069700 帳簿抽出.
069800     MOVE "N" TO 走査終了フラグ.
069900     MOVE LOW-VALUE TO 在庫商品番号.
070000     START 在庫ファイル KEY > 在庫商品番号
070100       INVALID KEY
070200         SET 走査終了 TO TRUE
070300     END-START.
070400     PERFORM 帳簿抽出明細 UNTIL 走査終了.
070500*
070600 帳簿抽出明細.
070700     READ 在庫ファイル NEXT RECORD
070800       AT END
070900         SET 走査終了 TO TRUE
071000       NOT AT END
071100         INITIALIZE 受払ソートレコード
071200         MOVE 在庫商品番号 TO ソート商品番号
071300         MOVE "99999999"   TO ソート日付
071400         SET ソート帳簿 TO TRUE
071500         COMPUTE ソート数量 = 在庫数 + 隔離数
071600         RELEASE 受払ソートレコード
071700     END-READ.
071800*
071900*=================================================================
072000*　受払の計算（ソート出力）。商品ごとに倉庫別の受払を移動平均
072100*　で評価し，受払ファイル・受払表・差異リストへ出力する。
072200*=================================================================
072300 受払計算.
072400     MOVE "N" TO 受払終了フラグ.
072500     PERFORM 受払読込.
072600     PERFORM 商品処理 UNTIL 受払終了.
072700*
072800 受払計算出口.
072900     EXIT.
073000*
073100 受払読込.
073200     RETURN 受払ソートファイル
073300       AT END
073400         SET 受払終了 TO TRUE
073500     END-RETURN.
073600*
073700 商品処理.
073800     MOVE ソート商品番号 TO 処理商品番号.
073900     MOVE 0 TO 倉庫登録数 移動登録数 帳簿数量.
074000     MOVE "N" TO 帳簿有無フラグ.
074100     PERFORM 受払適用
074200       UNTIL 受払終了
074300          OR ソート商品番号 NOT = 処理商品番号.
074400     PERFORM 商品締め.
074500*
074600 受払適用.
074700     IF ソート帳簿
074800       MOVE ソート数量 TO 帳簿数量
074900       SET 帳簿あり TO TRUE
075000     ELSE
075100       MOVE ソート倉庫 TO 検索倉庫
075200       PERFORM 倉庫登録
075300       IF 倉庫添字 NOT = 0
075400         PERFORM 受払区分別適用
075500       END-IF
075600     END-IF.
075700     PERFORM 受払読込.
075800*
075900 受払区分別適用.
076000     IF NOT ソート月初
076100       ADD 1 TO 表活動件数(倉庫添字)
076200     END-IF.
076300     EVALUATE TRUE
076400       WHEN ソート月初
076500         PERFORM 月初適用
076600       WHEN ソート入荷
076700         PERFORM 入荷適用
076800       WHEN ソート返品
076900         PERFORM 返品適用
077000       WHEN ソート調整
077100         PERFORM 調整適用
077200       WHEN ソート移出
077300         PERFORM 移出適用
077400       WHEN ソート移入
077500         PERFORM 移入適用
077600       WHEN ソート出荷
077700         PERFORM 出荷適用
077800     END-EVALUATE.
077900*
078000 月初適用.
078100     ADD ソート数量 TO 表月初数量(倉庫添字)
078200                       表現在数量(倉庫添字).
078300     ADD ソート金額 TO 表月初金額(倉庫添字)
078400                       表現在金額(倉庫添字).
078500     MOVE ソート単価 TO 表平均単価(倉庫添字).
078600*
078700*　単価０の入荷（仕入単価未登録）は平均単価を崩さないよう
078800*　その時点の平均単価で受け入れ，警告する。
078900*
079000 入荷適用.
079100     IF ソート単価 = 0
079200       COMPUTE 受払金額Ｗ ROUNDED =
079300           ソート数量 * 表平均単価(倉庫添字)
079400       MOVE SPACE TO 受払表行
079500       STRING "警告：単価０の入荷"
079600              "　商品：" 処理商品番号
079700              " 買掛：" ソート参照番号
079800              DELIMITED BY SIZE INTO 受払表行
079900       WRITE 受払表行
080000       ADD 1 TO 警告件数
080100     ELSE
080200       COMPUTE 受払金額Ｗ ROUNDED =
080300           ソート数量 * ソート単価
080400     END-IF.
080500     ADD ソート数量 TO 表入荷数量(倉庫添字)
080600                       表現在数量(倉庫添字).
080700     ADD 受払金額Ｗ TO 表入荷金額(倉庫添字)
080800                       表現在金額(倉庫添字).
080900     ADD 受払金額Ｗ TO 入荷金額計.
081000     PERFORM 平均単価再計算.
081100*
081200 返品適用.
081300     COMPUTE 受払金額Ｗ ROUNDED =
081400         ソート数量 * 表平均単価(倉庫添字).
081500     ADD ソート数量 TO 表返品数量(倉庫添字)
081600                       表現在数量(倉庫添字).
081700     ADD 受払金額Ｗ TO 表返品原価(倉庫添字)
081800                       表現在金額(倉庫添字).
081900     PERFORM 平均単価再計算.
082000*
082100*　調整は増減とも平均単価で評価する。残りを全部落とす調整は
082200*　残りの金額をそのまま落とす。
082300*
082400 調整適用.
082500     IF ソート数量 < 0
082600        AND 0 - ソート数量 = 表現在数量(倉庫添字)
082700       COMPUTE 受払金額Ｗ = 0 - 表現在金額(倉庫添字)
082800     ELSE
082900       COMPUTE 受払金額Ｗ ROUNDED =
083000           ソート数量 * 表平均単価(倉庫添字)
083100     END-IF.
083200     ADD ソート数量 TO 表調整数量(倉庫添字)
083300                       表現在数量(倉庫添字).
083400     ADD 受払金額Ｗ TO 表調整金額(倉庫添字)
083500                       表現在金額(倉庫添字).
083600     PERFORM 平均単価再計算.
083700*
083800 移出適用.
083900     PERFORM 払出原価算出.
084000     ADD ソート数量 TO 表移出数量(倉庫添字).
084100     ADD 受払金額Ｗ TO 表移出金額(倉庫添字).
084200     SUBTRACT ソート数量 FROM 表現在数量(倉庫添字).
084300     SUBTRACT 受払金額Ｗ FROM 表現在金額(倉庫添字).
084400     IF 移動登録数 < 100
084500       ADD 1 TO 移動登録数
084600       MOVE ソート参照番号
084700         TO 表移動番号(移動登録数)
084800       MOVE 表平均単価(倉庫添字)
084900         TO 表移動単価(移動登録数)
085000     END-IF.
085100*
085200*　着荷は出庫時の単価で受け入れる。前月に出庫した移動は移動元
085300*　の現在の平均単価（移動元が無ければ移動先の単価）による。
085400*
085500 移入適用.
085600     MOVE 表平均単価(倉庫添字) TO 評価単価Ｗ.
085700     MOVE 0 TO 移動添字.
085800     PERFORM 移動単価検索
085900       VARYING 検索添字 FROM 1 BY 1
086000       UNTIL 検索添字 > 移動登録数
086100          OR 移動添字 NOT = 0.
086200     IF 移動添字 NOT = 0
086300       MOVE 表移動単価(移動添字) TO 評価単価Ｗ
086400     ELSE
086500       MOVE ソート相手倉庫 TO 検索倉庫
086600       PERFORM 倉庫検索
086700       IF 検索結果添字 NOT = 0
086800         MOVE 表平均単価(検索結果添字)
086900           TO 評価単価Ｗ
087000       END-IF
087100     END-IF.
087200     COMPUTE 受払金額Ｗ ROUNDED =
087300         ソート数量 * 評価単価Ｗ.
087400     ADD ソート数量 TO 表移入数量(倉庫添字)
087500                       表現在数量(倉庫添字).
087600     ADD 受払金額Ｗ TO 表移入金額(倉庫添字)
087700                       表現在金額(倉庫添字).
087800     PERFORM 平均単価再計算.
087900*
088000 移動単価検索.
088100     IF 表移動番号(検索添字) = ソート参照番号
088200       MOVE 検索添字 TO 移動添字
088300     END-IF.
088400*
088500 出荷適用.
088600     PERFORM 払出原価算出.
088700     ADD ソート数量 TO 表出荷数量(倉庫添字).
088800     ADD 受払金額Ｗ TO 表出荷原価(倉庫添字).
088900     SUBTRACT ソート数量 FROM 表現在数量(倉庫添字).
089000     SUBTRACT 受払金額Ｗ FROM 表現在金額(倉庫添字).
089100*
089200*　払出は平均単価で評価する。残りを全部払い出すときは残りの
089300*　金額をそのまま払い出して端数を残さない。
089400*
089500 払出原価算出.
089600     IF ソート数量 = 表現在数量(倉庫添字)
089700       MOVE 表現在金額(倉庫添字) TO 受払金額Ｗ
089800     ELSE
089900       COMPUTE 受払金額Ｗ ROUNDED =
090000           ソート数量 * 表平均単価(倉庫添字)
090100     END-IF.
090200*
090300 平均単価再計算.
090400     IF 表現在数量(倉庫添字) > 0
090500       COMPUTE 表平均単価(倉庫添字) ROUNDED =
090600           表現在金額(倉庫添字)
090700           / 表現在数量(倉庫添字)
090800     END-IF.
090900*
091000*　倉庫表に無い倉庫は新しく登録する。表があふれたら警告して
091100*　その受払を除く（倉庫添字０）。
091200*
091300 倉庫登録.
091400     PERFORM 倉庫検索.
091500     MOVE 検索結果添字 TO 倉庫添字.
091600     IF 倉庫添字 NOT = 0
091700       EXIT PARAGRAPH
091800     END-IF.
091900     IF 倉庫登録数 >= 30
092000       MOVE SPACE TO 受払表行
092100       STRING "警告：倉庫表あふれ　商品："
092200              処理商品番号
092300              " 倉庫：" 検索倉庫
092400              DELIMITED BY SIZE INTO 受払表行
092500       WRITE 受払表行
092600       ADD 1 TO 警告件数
092700       EXIT PARAGRAPH
092800     END-IF.
092900     ADD 1 TO 倉庫登録数.
093000     MOVE 倉庫登録数 TO 倉庫添字.
093100     INITIALIZE 倉庫明細(倉庫添字).
093200     MOVE 検索倉庫 TO 表倉庫(倉庫添字).
093300*
093400 倉庫検索.
093500     MOVE 0 TO 検索結果添字.
093600     PERFORM 倉庫比較
093700       VARYING 検索添字 FROM 1 BY 1
093800       UNTIL 検索添字 > 倉庫登録数
093900          OR 検索結果添字 NOT = 0.
094000*
094100 倉庫比較.
094200     IF 表倉庫(検索添字) = 検索倉庫
094300       MOVE 検索添字 TO 検索結果添字
094400     END-IF.
094500*
094600*　商品の倉庫別受払を書き出し，月末数量の合計を在庫数と突き
094700*　合わせる。
094800*
094900 商品締め.
095000     ADD 1 TO 商品件数.
095100     MOVE 0 TO 商品月末数量.
095200     PERFORM 倉庫受払出力
095300       VARYING 倉庫添字 FROM 1 BY 1
095400       UNTIL 倉庫添字 > 倉庫登録数.
095500     IF 商品月末数量 NOT = 帳簿数量
095600       PERFORM 差異出力
095700     END-IF.
095800*
095900*　当月の受払が無く月初・月末とも０の倉庫は書き出さない。
096000*
096100 倉庫受払出力.
096200     IF 表活動件数(倉庫添字) = 0
096300        AND 表現在数量(倉庫添字) = 0
096400        AND 表現在金額(倉庫添字) = 0
096500       EXIT PARAGRAPH
096600     END-IF.
096700     MOVE 対象年月               TO 受払年月.
096800     MOVE 表倉庫(倉庫添字)       TO 受払倉庫.
096900     MOVE 処理商品番号           TO 受払商品番号.
097000     MOVE 表月初数量(倉庫添字)   TO 受払月初数量.
097100     MOVE 表月初金額(倉庫添字)   TO 受払月初金額.
097200     MOVE 表入荷数量(倉庫添字)   TO 受払入荷数量.
097300     MOVE 表入荷金額(倉庫添字)   TO 受払入荷金額.
097400     MOVE 表出荷数量(倉庫添字)   TO 受払出荷数量.
097500     MOVE 表出荷原価(倉庫添字)   TO 受払出荷原価.
097600     MOVE 表返品数量(倉庫添字)   TO 受払返品数量.
097700     MOVE 表返品原価(倉庫添字)   TO 受払返品原価.
097800     MOVE 表調整数量(倉庫添字)   TO 受払調整数量.
097900     MOVE 表調整金額(倉庫添字)   TO 受払調整金額.
098000     MOVE 表移入数量(倉庫添字)   TO 受払移入数量.
098100     MOVE 表移入金額(倉庫添字)   TO 受払移入金額.
098200     MOVE 表移出数量(倉庫添字)   TO 受払移出数量.
098300     MOVE 表移出金額(倉庫添字)   TO 受払移出金額.
098400     MOVE 表現在数量(倉庫添字)   TO 受払月末数量.
098500     MOVE 表現在金額(倉庫添字)   TO 受払月末金額.
098600     MOVE 表平均単価(倉庫添字)   TO 受払平均単価.
098700     WRITE 受払レコード
098800       INVALID KEY
098900         DISPLAY "在庫受払が重複しています："
099000                 受払倉庫 " " 受払商品番号
099100         ADD 1 TO 警告件数
099200     END-WRITE.
099300     ADD 1 TO 受払行数.
099400     ADD 受払月末数量 TO 商品月末数量.
099500     ADD 受払月末金額 TO 月末金額計.
099600     ADD 受払出荷原価 TO 売上原価計.
099700     SUBTRACT 受払返品原価 FROM 売上原価計.
099800     MOVE 受払倉庫     TO 編集倉庫.
099900     MOVE 受払商品番号 TO 編集商品番号.
100000     MOVE 受払月初数量 TO 編集月初数量.
100100     MOVE 受払入荷数量 TO 編集入荷数量.
100200     MOVE 受払出荷数量 TO 編集出荷数量.
100300     MOVE 受払返品数量 TO 編集返品数量.
100400     MOVE 受払調整数量 TO 編集調整数量.
100500     COMPUTE 編集移動数量 =
100600         受払移入数量 - 受払移出数量.
100700     MOVE 受払月末数量 TO 編集月末数量.
100800     MOVE 受払平均単価 TO 編集平均単価.
100900     MOVE 受払月末金額 TO 編集月末金額.
101000     COMPUTE 編集売上原価 =
101100         受払出荷原価 - 受払返品原価.
101200     MOVE 受払行編集域 TO 受払表行.
101300     WRITE 受払表行.
101400     IF 受払月末数量 < 0
101500       MOVE SPACE TO 受払表行
101600       STRING "警告：月末数量がマイナス　倉庫："
101700              受払倉庫
101800              " 商品：" 受払商品番号
101900              DELIMITED BY SIZE INTO 受払表行
102000       WRITE 受払表行
102100       ADD 1 TO 警告件数
102200     END-IF.
102300*
102400 差異出力.
102500     COMPUTE 差異数量 = 商品月末数量 - 帳簿数量.
102600     MOVE 処理商品番号 TO 編集差異商品番号.
102700     MOVE 商品月末数量 TO 編集受払月末.
102800     MOVE 帳簿数量     TO 編集帳簿数量.
102900     MOVE 差異数量     TO 編集差異数量.
103000     IF 帳簿あり
103100       MOVE SPACE TO 編集差異注記
103200     ELSE
103300       MOVE "（在庫ファイルに無し）"
103400         TO 編集差異注記
103500     END-IF.
103600     MOVE 差異行編集域 TO 差異リスト行.
103700     WRITE 差異リスト行.
103800     ADD 1 TO 差異件数.
