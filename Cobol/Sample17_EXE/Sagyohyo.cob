000100*========================================================================
000200*　会議室の準備・清掃作業表バッチ
000300*                                   −サンプルプログラム「会議室予約」−
000400*
000500*　指定日（既定は当日）の確定予約（RSVHIST）に，付帯する機材予約
000600*　（KIZAIYOY）・来客（RAIKYAKU）・仕出し・設営の注文（SHIDAYOY）
000700*　を会議室ごとに時刻順で並べた施設担当者向けの作業表（SAGYO.RPT）
000800*　を出力し，スプールへ登録する。設営区分の注文は会場レイアウト
000900*　の指示として示す。
001000*
001100*　同じ会議室で続く会議の間には清掃枠（清掃所要分数）を入れ，
001200*　前の会議の終了から次の開始までが清掃所要分数に満たない転換
001300*　は★印で警告する。
001400*
001500*　作業表の初回出力日時は作業表管理ファイル（SAGYOCTL）に残し，
001600*　追加変更表の指定では，初回出力より後に登録された予約（取消
001700*　の記録を含む）・仕出し注文だけを，清掃枠の判定とともに追補
001800*　として出力する。
001900*
002000*            Copyright 1999-2015 FUJITSU LIMITED
002100*========================================================================
002200 IDENTIFICATION  DIVISION.
002300 PROGRAM-ID. SAGYOHYO.
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL 予約履歴ファイル
002800       ASSIGN TO "RSVHIST"
002900       ORGANIZATION IS INDEXED
003000       ACCESS MODE  IS DYNAMIC
003100       RECORD KEY   IS 履歴予約番号
003200       FILE STATUS  IS 予約履歴状態.
003300     SELECT OPTIONAL 会議室マスタファイル
003400       ASSIGN TO "ROOMM"
003500       ORGANIZATION IS INDEXED
003600       ACCESS MODE  IS RANDOM
003700       RECORD KEY   IS 会議室番号
003800       FILE STATUS  IS 会議室マスタ状態.
003900     SELECT OPTIONAL 機材予約ファイル
004000       ASSIGN TO "KIZAIYOY"
004100       ORGANIZATION IS INDEXED
004200       ACCESS MODE  IS DYNAMIC
004300       RECORD KEY   IS 機材予約番号
004400       FILE STATUS  IS 機材予約状態.
004500     SELECT OPTIONAL 機材マスタファイル
004600       ASSIGN TO "KIZAIM"
004700       ORGANIZATION IS INDEXED
004800       ACCESS MODE  IS RANDOM
004900       RECORD KEY   IS 機材番号
005000       FILE STATUS  IS 機材マスタ状態.
005100     SELECT OPTIONAL 来客ファイル
005200       ASSIGN TO "RAIKYAKU"
005300       ORGANIZATION IS INDEXED
005400       ACCESS MODE  IS DYNAMIC
005500       RECORD KEY   IS 来客番号
005600       FILE STATUS  IS 来客ファイル状態.
005700     SELECT OPTIONAL 仕出し注文ファイル
005800       ASSIGN TO "SHIDAYOY"
005900       ORGANIZATION IS INDEXED
006000       ACCESS MODE  IS DYNAMIC
006100       RECORD KEY   IS 注文番号
006200       FILE STATUS  IS 仕出し注文状態.
006300     SELECT OPTIONAL 作業表管理ファイル
006400       ASSIGN TO "SAGYOCTL"
006500       ORGANIZATION IS INDEXED
006600       ACCESS MODE  IS RANDOM
006700       RECORD KEY   IS 管理作業日
006800       FILE STATUS  IS 作業表管理状態.
006900     SELECT 作業ソートファイル
007000       ASSIGN TO "SAGYO.TMP".
007100     SELECT 作業表ファイル
007200       ASSIGN TO "SAGYO.RPT"
007300       ORGANIZATION IS LINE SEQUENTIAL.
007400 DATA            DIVISION.
007500 FILE SECTION.
007600 FD  予約履歴ファイル.
007700     COPY RSVHIST2.
007800 FD  会議室マスタファイル.
007900 01  会議室マスタレコード.
008000     02  会議室番号          PIC  9(04).
008100     02  会議室名            PIC  N(10).
008200     02  日利用可能時間      PIC  9(02).
008300     02  時間単価            PIC  9(06).
008400     02  承認要否            PIC  X(01).
008500         88  要承認          VALUE "1".
008600 FD  機材予約ファイル.
008700 01  機材予約レコード.
008800     02  機材予約番号        PIC  9(06).
008900     02  予約機材番号        PIC  9(04).
009000     02  付帯予約番号        PIC  9(06).
009100     02  機材利用日          PIC  9(08).
009200     02  機材開始時刻        PIC  9(04).
009300     02  機材終了時刻        PIC  9(04).
009400     02  機材予約状態区分    PIC  X(01).
009500         88  機材予約有効    VALUE "1".
009600         88  機材予約取消済  VALUE "2".
009700 FD  機材マスタファイル.
009800 01  機材マスタレコード.
009900     02  機材番号            PIC  9(04).
010000     02  機材名              PIC  N(10).
010100     02  機材状態            PIC  X(01).
010200     02  点検周期月数        PIC  9(03).
010300     02  最終点検日          PIC  9(08).
010400     02  機材時間単価        PIC  9(06).
010500 FD  来客ファイル.
010600 01  来客レコード.
010700     02  来客番号            PIC  9(06).
010800     02  来客予約番号        PIC  9(06).
010900     02  来客氏名            PIC  X(20).
011000     02  来客会社名          PIC  X(20).
011100     02  来客ホスト          PIC  X(20).
011200     02  来客入口コード      PIC  X(02).
011300     02  予定到着時刻        PIC  9(04).
011400     02  到着時刻            PIC  9(04).
011500 FD  仕出し注文ファイル.
011600     COPY SHIDAYOY.
011700 FD  作業表管理ファイル.
011800 01  作業表管理レコード.
011900     02  管理作業日          PIC  9(08).
012000     02  初回出力日時        PIC  X(14).
012100     02  最終出力日時        PIC  X(14).
012200     02  出力回数            PIC  9(03).
012300 SD  作業ソートファイル.
012400 01  作業ソートレコード.
012500     02  ソート会議室番号    PIC  9(04).
012600     02  ソート時刻          PIC  9(04).
012700*　同時刻では会議・設営・機材・仕出し・来客の順に並べる。
012800     02  ソート区分          PIC  X(01).
012900         88  ソート会議      VALUE "1".
013000         88  ソート設営      VALUE "2".
013100         88  ソート機材      VALUE "3".
013200         88  ソート仕出し    VALUE "4".
013300         88  ソート来客      VALUE "5".
013400     02  ソート予約番号      PIC  9(06).
013500     02  ソート終了時刻      PIC  9(04).
013600     02  ソート状態          PIC  X(01).
013700         88  ソート取消      VALUE "2".
013800     02  ソート追加区分      PIC  X(01).
013900         88  ソート追加      VALUE "1".
014000     02  ソート内容          PIC  X(60).
014100 FD  作業表ファイル.
014200 01  作業表行                PIC  X(100).
014300 WORKING-STORAGE SECTION.
014400 77  スプール発行元          PIC  X(08).
014500 77  スプール帳票名          PIC  X(08).
014600 77  スプール本文名          PIC  X(20).
014700 77  スプール登録結果        PIC  9(01).
014800 77  予約履歴状態            PIC  X(02).
014900     88  予約履歴正常        VALUE "00" "05".
015000 77  会議室マスタ状態        PIC  X(02).
015100     88  会議室マスタ正常    VALUE "00" "05".
015200 77  機材予約状態            PIC  X(02).
015300     88  機材予約正常        VALUE "00" "05".
015400 77  機材マスタ状態          PIC  X(02).
015500     88  機材マスタ正常      VALUE "00" "05".
015600 77  来客ファイル状態        PIC  X(02).
015700     88  来客ファイル正常    VALUE "00" "05".
015800 77  仕出し注文状態          PIC  X(02).
015900     88  仕出し注文正常      VALUE "00" "05".
016000 77  作業表管理状態          PIC  X(02).
016100     88  作業表管理正常      VALUE "00" "05".
016200*　各ファイルの状態は入出力のたびに変わるため，オープンの成否
016300*　は別のフラグに控えて判定する。
016400 77  予約履歴使用可フラグ    PIC  X(01)  VALUE "N".
016500     88  予約履歴使用可      VALUE "Y".
016600 77  機材予約使用可フラグ    PIC  X(01)  VALUE "N".
016700     88  機材予約使用可      VALUE "Y".
016800 77  来客使用可フラグ        PIC  X(01)  VALUE "N".
016900     88  来客使用可          VALUE "Y".
017000 77  仕出し使用可フラグ      PIC  X(01)  VALUE "N".
017100     88  仕出し使用可        VALUE "Y".
017200 77  走査終了フラグ          PIC  X(01).
017300     88  走査終了            VALUE "Y".
017400 77  ソート終了フラグ        PIC  X(01).
017500     88  ソート終了          VALUE "Y".
017600 77  出力区分                PIC  9(01).
017700     88  初回作業表          VALUE 1.
017800     88  追加変更表          VALUE 2.
017900 77  作業日                  PIC  9(08).
018000 77  基準日時                PIC  X(14).
018100 77  清掃所要分数            PIC  9(03)  VALUE 15.
018200 77  親予約追加フラグ        PIC  X(01).
018300     88  親予約追加          VALUE "1".
018400 77  親予約有効フラグ        PIC  X(01).
018500     88  親予約有効          VALUE "Y".
018600 77  前会議室番号            PIC  9(04).
018700 77  前終了時刻              PIC  9(04).
018800 77  前追加フラグ            PIC  X(01).
018900     88  前追加              VALUE "1".
019000 77  見出し済フラグ          PIC  X(01).
019100     88  見出し済            VALUE "Y".
019200 77  開始分                  PIC S9(05).
019300 77  終了分                  PIC S9(05).
019400 77  転換分数                PIC S9(05).
019500 77  清掃終了時刻            PIC  9(04).
019600 77  会議件数                PIC  9(05)  VALUE 0.
019700 77  警告件数                PIC  9(05)  VALUE 0.
019800 01  現在日時.
019900     02  現在日時１４        PIC  X(14).
020000     02  FILLER              PIC  X(07).
020100 01  現在日時分解  REDEFINES 現在日時.
020200     02  現在日付８          PIC  9(08).
020300     02  FILLER              PIC  X(13).
020400*
020500 01  作業行編集域.
020600     02  FILLER              PIC  X(02)  VALUE SPACE.
020700     02  編集時刻            PIC  9(04).
020800     02  FILLER              PIC  X(01)  VALUE SPACE.
020900     02  編集区分名          PIC  X(10).
021000     02  FILLER              PIC  X(01)  VALUE SPACE.
021100     02  編集予約番号        PIC  9(06).
021200     02  FILLER              PIC  X(01)  VALUE SPACE.
021300     02  編集内容            PIC  X(60).
021400     02  FILLER              PIC  X(01)  VALUE SPACE.
021500     02  編集追加印          PIC  X(12).
021600*
021700 PROCEDURE       DIVISION.
021800 作業表作成.
021900     DISPLAY "会議室準備・清掃作業表".
022000     DISPLAY "作業日を入力(YYYYMMDD 0:当日)".
022100     ACCEPT 作業日 FROM CONSOLE.
022200     MOVE FUNCTION CURRENT-DATE TO 現在日時.
022300     IF 作業日 = 0
022400       MOVE 現在日付８ TO 作業日
022500     END-IF.
022600     DISPLAY "1:作業表 2:追加変更表".
022700     ACCEPT 出力区分 FROM CONSOLE.
022800     IF NOT 初回作業表 AND NOT 追加変更表
022900       DISPLAY "出力区分が正しくありません"
023000       GO TO 作業表作成出口
023100     END-IF.
023200     OPEN I-O 作業表管理ファイル.
023300     MOVE 作業日 TO 管理作業日.
023400     MOVE LOW-VALUE TO 基準日時.
023500     IF 追加変更表
023600       READ 作業表管理ファイル
023700         INVALID KEY
023800           DISPLAY "この日の作業表は未出力です"
023900           CLOSE 作業表管理ファイル
024000           GO TO 作業表作成出口
024100       END-READ
024200       MOVE 初回出力日時 TO 基準日時
024300     END-IF.
024400     PERFORM 入力ファイルオープン.
024500     OPEN OUTPUT 作業表ファイル.
024600     PERFORM 表題出力.
024700     SORT 作業ソートファイル
024800       ASCENDING KEY ソート会議室番号 ソート時刻
024900                     ソート区分 ソート予約番号
025000       INPUT PROCEDURE  作業抽出 THRU 作業抽出出口
025100       OUTPUT PROCEDURE 作業表編集
025200                        THRU 作業表編集出口.
025300     MOVE SPACE TO 作業表行.
025400     WRITE 作業表行.
025500     MOVE SPACE TO 作業表行.
025600     STRING "会議件数：" 会議件数
025700            "　転換時間不足：" 警告件数
025800            DELIMITED BY SIZE INTO 作業表行.
025900     WRITE 作業表行.
026000     CLOSE 作業表ファイル.
026100     PERFORM 入力ファイルクローズ.
026200     IF 初回作業表
026300       PERFORM 出力記録
026400     END-IF.
026500     CLOSE 作業表管理ファイル.
026600     MOVE "SAGYOHYO" TO スプール発行元.
026700     IF 初回作業表
026800       MOVE "SAGYOHYO" TO スプール帳票名
026900     ELSE
027000       MOVE "SAGYOADD" TO スプール帳票名
027100     END-IF.
027200     MOVE "SAGYO.RPT"
027300       TO スプール本文名.
027400     CALL "スプール登録" USING スプール発行元
027500          スプール帳票名 スプール本文名
027600          スプール登録結果.
027700     DISPLAY "会議件数：" 会議件数
027800             " 転換時間不足：" 警告件数.
027900*
028000 作業表作成出口.
028100     STOP RUN.
028200*
028300 入力ファイルオープン.
028400     OPEN INPUT 予約履歴ファイル.
028500     IF 予約履歴正常
028600       SET 予約履歴使用可 TO TRUE
028700     END-IF.
028800     OPEN INPUT 会議室マスタファイル.
028900     OPEN INPUT 機材予約ファイル.
029000     IF 機材予約正常
029100       SET 機材予約使用可 TO TRUE
029200     END-IF.
029300     OPEN INPUT 機材マスタファイル.
029400     OPEN INPUT 来客ファイル.
029500     IF 来客ファイル正常
029600       SET 来客使用可 TO TRUE
029700     END-IF.
029800     OPEN INPUT 仕出し注文ファイル.
029900     IF 仕出し注文正常
030000       SET 仕出し使用可 TO TRUE
030100     END-IF.
030200*
030300 入力ファイルクローズ.
030400     CLOSE 仕出し注文ファイル.
030500     CLOSE 来客ファイル.
030600     CLOSE 機材マスタファイル.
030700     CLOSE 機材予約ファイル.
030800     CLOSE 会議室マスタファイル.
030900     CLOSE 予約履歴ファイル.
031000*
031100 表題出力.
031200     MOVE SPACE TO 作業表行.
031300     IF 初回作業表
031400       STRING "*** 会議室準備・清掃作業表"
031500              "　作業日："
031600              作業日 " ***"
031700              DELIMITED BY SIZE INTO 作業表行
031800     ELSE
031900       STRING "*** 作業表　追加変更分　作業日："
032000              作業日 "　初回出力：" 基準日時
032100              " ***"
032200              DELIMITED BY SIZE INTO 作業表行
032300     END-IF.
032400     WRITE 作業表行.
032500     MOVE SPACE TO 作業表行.
032600     STRING "    清掃所要：" 清掃所要分数 "分"
032700            "　★：転換時間不足"
032800            DELIMITED BY SIZE INTO 作業表行.
032900     WRITE 作業表行.
033000*
033100*　初回の作業表は出力日時を作業表管理ファイルに残す。再出力
033200*　では初回の日時を変えず，最終出力日時と回数だけを更新する。
033300*
033400 出力記録.
033500     MOVE 作業日 TO 管理作業日.
033600     READ 作業表管理ファイル
033700       INVALID KEY
033800         MOVE 現在日時１４ TO 初回出力日時
033900         MOVE 現在日時１４ TO 最終出力日時
034000         MOVE 1 TO 出力回数
034100         WRITE 作業表管理レコード
034200       NOT INVALID KEY
034300         MOVE 現在日時１４ TO 最終出力日時
034400         ADD 1 TO 出力回数
034500         REWRITE 作業表管理レコード
034600     END-READ.
034700*=================================================================
034800*　作業の抽出（ソート入力）
034900*=================================================================
035000 作業抽出.
035100     IF NOT 予約履歴使用可
035200       GO TO 作業抽出出口
035300     END-IF.
035400     PERFORM 会議抽出.
035500     IF 機材予約使用可
035600       PERFORM 機材抽出
035700     END-IF.
035800     IF 仕出し使用可
035900       PERFORM 仕出し抽出
036000     END-IF.
036100     IF 来客使用可
036200       PERFORM 来客抽出
036300     END-IF.
036400*
036500 作業抽出出口.
036600     EXIT.
036700*
036800*　作業日の確定予約を会議として渡す。追加変更表では，初回出力
036900*　後に記録された取消も準備不要の知らせとして渡す。
037000*
037100 会議抽出.
037200     MOVE "N" TO 走査終了フラグ.
037300     MOVE 0 TO 履歴予約番号.
037400     START 予約履歴ファイル KEY > 履歴予約番号
037500       INVALID KEY
037600         SET 走査終了 TO TRUE
037700     END-START.
037800     PERFORM 会議抽出明細 UNTIL 走査終了.
037900*
038000 会議抽出明細.
038100     READ 予約履歴ファイル NEXT RECORD
038200       AT END
038300         SET 走査終了 TO TRUE
038400       NOT AT END
038500         IF 履歴利用日 = 作業日
038600           IF 履歴確定
038700              OR (履歴取消 AND 追加変更表
038800                  AND 履歴登録日時 > 基準日時)
038900             PERFORM 会議リリース
039000           END-IF
039100         END-IF
039200     END-READ.
039300*
039400 会議リリース.
039500     INITIALIZE 作業ソートレコード.
039600     MOVE 履歴会議室番号 TO ソート会議室番号.
039700     MOVE 履歴開始時刻   TO ソート時刻.
039800     SET ソート会議 TO TRUE.
039900     MOVE 履歴予約番号   TO ソート予約番号.
040000     MOVE 履歴終了時刻   TO ソート終了時刻.
040100     MOVE "1"            TO ソート状態.
040200     IF 履歴取消
040300       SET ソート取消 TO TRUE
040400     END-IF.
040500     MOVE SPACE TO ソート追加区分.
040600     IF 追加変更表 AND 履歴登録日時 > 基準日時
040700       SET ソート追加 TO TRUE
040800     END-IF.
040900     STRING 履歴開始時刻 "-" 履歴終了時刻
041000            " " 履歴申込者 " 部門:" 履歴部門コード
041100            DELIMITED BY SIZE INTO ソート内容.
041200     RELEASE 作業ソートレコード.
041300*
041400*　付帯作業（機材・仕出し・来客）は親の予約を読み直し，作業日
041500*　の確定予約に付いたものだけを会議室に振り分ける。
041600*
041700 親予約確認.
041800     MOVE "N"   TO 親予約有効フラグ.
041900     MOVE SPACE TO 親予約追加フラグ.
042000     READ 予約履歴ファイル
042100       INVALID KEY
042200         EXIT PARAGRAPH
042300     END-READ.
042400     IF 履歴確定 AND 履歴利用日 = 作業日
042500       SET 親予約有効 TO TRUE
042600       IF 追加変更表 AND 履歴登録日時 > 基準日時
042700         SET 親予約追加 TO TRUE
042800       END-IF
042900     END-IF.
043000*
043100 機材抽出.
043200     MOVE "N" TO 走査終了フラグ.
043300     MOVE 0 TO 機材予約番号.
043400     START 機材予約ファイル KEY > 機材予約番号
043500       INVALID KEY
043600         SET 走査終了 TO TRUE
043700     END-START.
043800     PERFORM 機材抽出明細 UNTIL 走査終了.
043900*
044000 機材抽出明細.
044100     READ 機材予約ファイル NEXT RECORD
044200       AT END
044300         SET 走査終了 TO TRUE
044400       NOT AT END
044500         IF 機材予約有効 AND 機材利用日 = 作業日
044600           MOVE 付帯予約番号 TO 履歴予約番号
044700           PERFORM 親予約確認
044800           IF 親予約有効
044900             PERFORM 機材リリース
045000           END-IF
045100         END-IF
045200     END-READ.
045300*
045400 機材リリース.
045500     MOVE 予約機材番号 TO 機材番号.
045600     READ 機材マスタファイル
045700       INVALID KEY
045800         MOVE SPACE TO 機材名
045900     END-READ.
046000     INITIALIZE 作業ソートレコード.
046100     MOVE 履歴会議室番号 TO ソート会議室番号.
046200     MOVE 機材開始時刻   TO ソート時刻.
046300     SET ソート機材 TO TRUE.
046400     MOVE 付帯予約番号   TO ソート予約番号.
046500     MOVE 機材終了時刻   TO ソート終了時刻.
046600     MOVE 親予約追加フラグ TO ソート追加区分.
046700     STRING 機材名 " 搬入（機材予約" 機材予約番号
046800            " 返却" 機材終了時刻 "）"
046900            DELIMITED BY SIZE INTO ソート内容.
047000     RELEASE 作業ソートレコード.
047100*
047200 仕出し抽出.
047300     MOVE "N" TO 走査終了フラグ.
047400     MOVE 0 TO 注文番号.
047500     START 仕出し注文ファイル KEY > 注文番号
047600       INVALID KEY
047700         SET 走査終了 TO TRUE
047800     END-START.
047900     PERFORM 仕出し抽出明細 UNTIL 走査終了.
048000*
048100 仕出し抽出明細.
048200     READ 仕出し注文ファイル NEXT RECORD
048300       AT END
048400         SET 走査終了 TO TRUE
048500       NOT AT END
048600         IF 注文有効 AND 納品日 = 作業日
048700           MOVE 注文予約番号 TO 履歴予約番号
048800           PERFORM 親予約確認
048900           IF 親予約有効
049000             PERFORM 仕出しリリース
049100           END-IF
049200         END-IF
049300     END-READ.
049400*
049500*　設営区分の品目は会場レイアウトの指示として扱う。
049600*
049700 仕出しリリース.
049800     INITIALIZE 作業ソートレコード.
049900     MOVE 履歴会議室番号 TO ソート会議室番号.
050000     MOVE 納品時刻       TO ソート時刻.
050100     IF 注文品目区分 = "3"
050200       SET ソート設営 TO TRUE
050300     ELSE
050400       SET ソート仕出し TO TRUE
050500     END-IF.
050600     MOVE 注文予約番号   TO ソート予約番号.
050700     MOVE 親予約追加フラグ TO ソート追加区分.
050800     IF 追加変更表 AND 注文登録日時 > 基準日時
050900       SET ソート追加 TO TRUE
051000     END-IF.
051100     STRING 注文品目名 " ×" 注文数量
051200            " " 注文業者名
051300            DELIMITED BY SIZE INTO ソート内容.
051400     RELEASE 作業ソートレコード.
051500*
051600 来客抽出.
051700     MOVE "N" TO 走査終了フラグ.
051800     MOVE 0 TO 来客番号.
051900     START 来客ファイル KEY > 来客番号
052000       INVALID KEY
052100         SET 走査終了 TO TRUE
052200     END-START.
052300     PERFORM 来客抽出明細 UNTIL 走査終了.
052400*
052500 来客抽出明細.
052600     READ 来客ファイル NEXT RECORD
052700       AT END
052800         SET 走査終了 TO TRUE
052900       NOT AT END
053000         MOVE 来客予約番号 TO 履歴予約番号
053100         PERFORM 親予約確認
053200         IF 親予約有効
053300           PERFORM 来客リリース
053400         END-IF
053500     END-READ.
053600*
053700 来客リリース.
053800     INITIALIZE 作業ソートレコード.
053900     MOVE 履歴会議室番号 TO ソート会議室番号.
054000     MOVE 予定到着時刻   TO ソート時刻.
054100     IF 予定到着時刻 = 0
054200       MOVE 履歴開始時刻 TO ソート時刻
054300     END-IF.
054400     SET ソート来客 TO TRUE.
054500     MOVE 来客予約番号   TO ソート予約番号.
054600     MOVE 親予約追加フラグ TO ソート追加区分.
054700     STRING 来客氏名 " " 来客会社名
054800            " 入口" 来客入口コード
054900            DELIMITED BY SIZE INTO ソート内容.
055000     RELEASE 作業ソートレコード.
055100*=================================================================
055200*　作業表の編集（ソート出力）
055300*=================================================================
055400 作業表編集.
055500     MOVE 0     TO 前会議室番号 前終了時刻.
055600     MOVE SPACE TO 前追加フラグ.
055700     MOVE "N"   TO ソート終了フラグ.
055800     PERFORM ソート読込.
055900     PERFORM 作業明細編集 UNTIL ソート終了.
056000     IF 前会議室番号 NOT = 0
056100       PERFORM 会議室締め
056200     END-IF.
056300*
056400 作業表編集出口.
056500     EXIT.
056600*
056700 ソート読込.
056800     RETURN 作業ソートファイル
056900       AT END
057000         SET ソート終了 TO TRUE
057100     END-RETURN.
057200*
057300 作業明細編集.
057400     IF ソート会議室番号 NOT = 前会議室番号
057500       IF 前会議室番号 NOT = 0
057600         PERFORM 会議室締め
057700       END-IF
057800       MOVE ソート会議室番号 TO 前会議室番号
057900       MOVE 0     TO 前終了時刻
058000       MOVE SPACE TO 前追加フラグ
058100       MOVE "N"   TO 見出し済フラグ
058200     END-IF.
058300     IF ソート会議
058400       PERFORM 会議行出力
058500     ELSE
058600       IF 初回作業表 OR ソート追加
058700         PERFORM 付帯行出力
058800       END-IF
058900     END-IF.
059000     PERFORM ソート読込.
059100*
059200*　追加変更表では追加分のある会議室だけ見出しを出す。
059300*
059400 会議室見出し.
059500     IF 見出し済
059600       EXIT PARAGRAPH
059700     END-IF.
059800     MOVE ソート会議室番号 TO 会議室番号.
059900     READ 会議室マスタファイル
060000       INVALID KEY
060100         MOVE SPACE TO 会議室名
060200     END-READ.
060300     MOVE SPACE TO 作業表行.
060400     WRITE 作業表行.
060500     MOVE SPACE TO 作業表行.
060600     STRING "■ 会議室：" 前会議室番号 " " 会議室名
060700            DELIMITED BY SIZE INTO 作業表行.
060800     WRITE 作業表行.
060900     SET 見出し済 TO TRUE.
061000*
061100*　会議の前に，同じ会議室の前の会議との転換（清掃枠）を判定
061200*　する。取消の知らせは枠を塞がないため判定に含めない。
061300*
061400 会議行出力.
061500     IF ソート取消
061600       PERFORM 会議室見出し
061700       MOVE ソート時刻       TO 編集時刻
061800       MOVE "取消"           TO 編集区分名
061900       MOVE ソート予約番号   TO 編集予約番号
062000       MOVE ソート内容       TO 編集内容
062100       MOVE "準備不要"       TO 編集追加印
062200       PERFORM 作業行書出し
062300       EXIT PARAGRAPH
062400     END-IF.
062500     IF 前終了時刻 NOT = 0
062600        AND (初回作業表 OR ソート追加 OR 前追加)
062700       PERFORM 転換判定
062800     END-IF.
062900     IF 初回作業表 OR ソート追加
063000       PERFORM 会議室見出し
063100       MOVE ソート時刻       TO 編集時刻
063200       MOVE "会議"           TO 編集区分名
063300       MOVE ソート予約番号   TO 編集予約番号
063400       MOVE ソート内容       TO 編集内容
063500       MOVE SPACE            TO 編集追加印
063600       IF ソート追加
063700         MOVE "［追加］"     TO 編集追加印
063800       END-IF
063900       PERFORM 作業行書出し
064000     END-IF.
064100     ADD 1 TO 会議件数.
064200     MOVE ソート終了時刻 TO 前終了時刻.
064300     MOVE ソート追加区分 TO 前追加フラグ.
064400*
064500 転換判定.
064600     PERFORM 会議室見出し.
064700     COMPUTE 開始分 =
064800         FUNCTION INTEGER(ソート時刻 / 100) * 60
064900       + FUNCTION MOD(ソート時刻 100).
065000     COMPUTE 終了分 =
065100         FUNCTION INTEGER(前終了時刻 / 100) * 60
065200       + FUNCTION MOD(前終了時刻 100).
065300     COMPUTE 転換分数 = 開始分 - 終了分.
065400     MOVE 前終了時刻 TO 編集時刻.
065500     MOVE 0          TO 編集予約番号.
065600     MOVE SPACE      TO 編集内容 編集追加印.
065700     IF 転換分数 < 清掃所要分数
065800       MOVE "★転換"   TO 編集区分名
065900       STRING "次の会議" ソート時刻 "開始まで"
066000              転換分数 "分　清掃時間が取れません"
066100              DELIMITED BY SIZE INTO 編集内容
066200       ADD 1 TO 警告件数
066300     ELSE
066400       COMPUTE 清掃終了時刻 =
066500           FUNCTION INTEGER((終了分 + 清掃所要分数) / 60)
066600           * 100
066700         + FUNCTION MOD(終了分 + 清掃所要分数 60)
066800       MOVE "清掃"     TO 編集区分名
066900       STRING 前終了時刻 "-" 清掃終了時刻
067000              "（次の会議" ソート時刻 "開始）"
067100              DELIMITED BY SIZE INTO 編集内容
067200     END-IF.
067300     PERFORM 作業行書出し.
067400*
067500*　その日の最後の会議の後にも清掃枠を入れる。
067600*
067700 会議室締め.
067800     IF 前終了時刻 = 0
067900       EXIT PARAGRAPH
068000     END-IF.
068100     IF NOT 初回作業表 AND NOT 前追加
068200       EXIT PARAGRAPH
068300     END-IF.
068400     COMPUTE 終了分 =
068500         FUNCTION INTEGER(前終了時刻 / 100) * 60
068600       + FUNCTION MOD(前終了時刻 100).
068700     COMPUTE 清掃終了時刻 =
068800         FUNCTION INTEGER((終了分 + 清掃所要分数) / 60)
068900         * 100
069000       + FUNCTION MOD(終了分 + 清掃所要分数 60).
069100     MOVE 前終了時刻 TO 編集時刻.
069200     MOVE "清掃"     TO 編集区分名.
069300     MOVE 0          TO 編集予約番号.
069400     MOVE SPACE      TO 編集内容 編集追加印.
069500     STRING 前終了時刻 "-" 清掃終了時刻 "（終業）"
069600            DELIMITED BY SIZE INTO 編集内容.
069700     PERFORM 作業行書出し.
069800*
069900 付帯行出力.
070000     PERFORM 会議室見出し.
070100     MOVE ソート時刻     TO 編集時刻.
070200     EVALUATE TRUE
070300       WHEN ソート設営
070400         MOVE "設営"     TO 編集区分名
070500       WHEN ソート機材
070600         MOVE "機材"     TO 編集区分名
070700       WHEN ソート仕出し
070800         MOVE "仕出し"   TO 編集区分名
070900       WHEN ソート来客
071000         MOVE "来客"     TO 編集区分名
071100     END-EVALUATE.
071200     MOVE ソート予約番号 TO 編集予約番号.
071300     MOVE ソート内容     TO 編集内容.
071400     MOVE SPACE          TO 編集追加印.
071500     IF ソート追加
071600       MOVE "［追加］"   TO 編集追加印
071700     END-IF.
071800     PERFORM 作業行書出し.
071900*
072000 作業行書出し.
072100     MOVE 作業行編集域 TO 作業表行.
072200     WRITE 作業表行.
072300 END PROGRAM SAGYOHYO.
