000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Point.cob
000900*  機能概要  ： ポイント管理。オンラインストアの顧客（注文顧客
001000*               ＩＤ）ごとのポイント残高（POINTM）と明細（POINTR）
001100*               を照会し，付与率・有効月数を設定する。失効処理は
001200*               失効予定日を過ぎた付与残を失効させて失効リストへ
001300*               出力し，ポイント負債表は月末の未使用ポイントを
001400*               円換算（１ポイント＝１円）で一覧する。
001500*
001600*               ポイント計上サブルーチンは請求（SEIKYU22）から
001700*               仮付与，入金消込（NYUKIN22）から付与確定，返品
001800*               （HENPIN）から取消，ポイント値引計算（WARIBIKI）
001900*               から利用として呼ばれる。付与は入金で確定し，
002000*               確定した月から有効月数後の月末に失効する。
002100*
002200* Copyright 1999-2015 FUJITSU LIMITED
002300*=================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. POINT.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL ポイント残高ファイル
003000       ASSIGN TO "POINTM"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS DYNAMIC
003300       RECORD KEY   IS 残高顧客ＩＤ
003400       FILE STATUS  IS ポイント残高状態.
003500     SELECT OPTIONAL ポイント明細ファイル
003600       ASSIGN TO "POINTR"
003700       ORGANIZATION IS INDEXED
003800       ACCESS MODE  IS DYNAMIC
003900       RECORD KEY   IS 明細番号
004000       ALTERNATE RECORD KEY IS 明細顧客ＩＤ
004100                        WITH DUPLICATES
004200       ALTERNATE RECORD KEY IS 明細請求番号
004300                        WITH DUPLICATES
004400       FILE STATUS  IS ポイント明細状態.
004500     SELECT OPTIONAL ポイント設定ファイル
004600       ASSIGN TO "POINTPRM"
004700       ORGANIZATION IS INDEXED
004800       ACCESS MODE  IS RANDOM
004900       RECORD KEY   IS 設定キー
005000       FILE STATUS  IS ポイント設定状態.
005100     SELECT 失効リストファイル
005200       ASSIGN TO "POINTEXP.RPT"
005300       ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT 負債表ファイル
005500       ASSIGN TO "POINTFUS.RPT"
005600       ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ポイント残高ファイル.
006000     COPY POINTM.
006100 FD  ポイント明細ファイル.
006200     COPY POINTR.
006300 FD  ポイント設定ファイル.
006400 01  ポイント設定レコード.
006500     02  設定キー            PIC  X(02).
006600     02  設定付与率          PIC  9(02).
006700     02  設定有効月数        PIC  9(03).
006800 FD  失効リストファイル.
006900 01  失効リスト行            PIC  X(100).
007000 FD  負債表ファイル.
007100 01  負債表行                PIC  X(120).
007200 WORKING-STORAGE SECTION.
007300 01  ポイント残高状態        PIC  X(02).
007400     88  ポイント残高正常    VALUE "00" "05".
007500 01  ポイント明細状態        PIC  X(02).
007600     88  ポイント明細正常    VALUE "00" "05".
007700 01  ポイント設定状態        PIC  X(02).
007800     88  ポイント設定正常    VALUE "00" "05".
007900*　ファイル状態は入出力のたびに変わるため，オープンの成否は
008000*　別のフラグに控えて判定する。
008100 01  明細使用可Ｆ            PIC  X(01)  VALUE "N".
008200     88  明細使用可          VALUE "Y".
008300 01  処理区分                PIC  9(01).
008400 01  終了区分                PIC  9(01)  VALUE 0.
008500     88  処理終了            VALUE 9.
008600 01  走査終了フラグ          PIC  X(01).
008700     88  走査終了            VALUE "Y".
008800 01  入力顧客ＩＤ            PIC  X(32).
008900 01  入力付与率              PIC  9(02).
009000 01  入力有効月数            PIC  9(03).
009100 01  失効基準日              PIC  9(08).
009200 01  区分名称                PIC  X(08).
009300 01  保存明細番号            PIC  9(08).
009400 01  失効ポイント            PIC  9(09).
009500 01  失効顧客ＩＤ            PIC  X(32).
009600 01  失効付与日              PIC  9(08).
009700 01  失効予定日ワーク        PIC  9(08).
009800 01  次明細番号              PIC  9(08)  VALUE 0.
009900 01  採番範囲名              PIC  X(08).
010000 01  採番番号                PIC  9(09).
010100 01  採番結果                PIC  9(01).
010200*　１ポイントを何円として負債を評価するか（利用時も１ポイント
010300*　＝１円で値引する）。
010400 01  ポイント評価単価        PIC  9(03)  VALUE 1.
010500 01  失効件数                PIC  9(07)  VALUE 0.
010600 01  失効ポイント計          PIC  9(11)  VALUE 0.
010700 01  負債件数                PIC  9(07)  VALUE 0.
010800 01  負債ポイント計          PIC  9(11)  VALUE 0.
010900 01  負債評価額計            PIC  9(13)  VALUE 0.
011000 01  仮付与ポイント計        PIC  9(11)  VALUE 0.
011100 01  評価額                  PIC  9(12).
011200 01  現在日時.
011300     02  現在日付８          PIC  9(08).
011400     02  FILLER              PIC  X(13).
011500 01  負債明細行.
011600     02  負債顧客ＩＤ        PIC  X(32).
011700     02  FILLER              PIC  X(01)  VALUE SPACE.
011800     02  負債付与累計        PIC  ZZZ,ZZZ,ZZ9.
011900     02  FILLER              PIC  X(01)  VALUE SPACE.
012000     02  負債利用累計        PIC  ZZZ,ZZZ,ZZ9.
012100     02  FILLER              PIC  X(01)  VALUE SPACE.
012200     02  負債失効累計        PIC  ZZZ,ZZZ,ZZ9.
012300     02  FILLER              PIC  X(01)  VALUE SPACE.
012400     02  負債取消累計        PIC  ZZZ,ZZZ,ZZ9.
012500     02  FILLER              PIC  X(01)  VALUE SPACE.
012600     02  負債残高            PIC  ZZZ,ZZZ,ZZ9.
012700     02  FILLER              PIC  X(01)  VALUE SPACE.
012800     02  負債評価額          PIC  Z,ZZZ,ZZZ,ZZ9.
012900 01  失効明細行.
013000     02  失効行顧客ＩＤ      PIC  X(32).
013100     02  FILLER              PIC  X(01)  VALUE SPACE.
013200     02  失効行明細番号      PIC  9(08).
013300     02  FILLER              PIC  X(01)  VALUE SPACE.
013400     02  失効行付与日        PIC  9(08).
013500     02  FILLER              PIC  X(01)  VALUE SPACE.
013600     02  失効行予定日        PIC  9(08).
013700     02  FILLER              PIC  X(01)  VALUE SPACE.
013800     02  失効行ポイント      PIC  ZZZ,ZZZ,ZZ9.
013900*
014000 PROCEDURE DIVISION.
014100     MOVE FUNCTION CURRENT-DATE TO 現在日時.
014200     PERFORM 処理メニュー UNTIL 処理終了.
014300     STOP RUN.
014400*
014500 処理メニュー.
014600     DISPLAY "ポイント管理".
014700     DISPLAY "1:残高照会 2:付与条件設定 3:失効処理"
014800             " 4:ポイント負債表 9:終了".
014900     ACCEPT 処理区分 FROM CONSOLE.
015000     EVALUATE 処理区分
015100       WHEN 1
015200         PERFORM 残高照会処理
015300           THRU 残高照会処理出口
015400       WHEN 2
015500         PERFORM 付与条件設定
015600       WHEN 3
015700         PERFORM 失効処理
015800           THRU 失効処理出口
015900       WHEN 4
016000         PERFORM 負債表作成
016100           THRU 負債表作成出口
016200       WHEN 9
016300         MOVE 9 TO 終了区分
016400     END-EVALUATE.
016500*
016600*=================================================================
016700*　残高照会：残高と明細（仮付与を含む）を示す。
016800*=================================================================
016900 残高照会処理.
017000     DISPLAY "顧客IDを入力してください".
017100     ACCEPT 入力顧客ＩＤ FROM CONSOLE.
017200     OPEN INPUT ポイント残高ファイル.
017300     IF NOT ポイント残高正常
017400       DISPLAY "ポイント残高ファイルが開けません"
017500       GO TO 残高照会処理出口
017600     END-IF.
017700     MOVE 入力顧客ＩＤ TO 残高顧客ＩＤ.
017800     READ ポイント残高ファイル
017900       INVALID KEY
018000         DISPLAY "ポイントの記録がありません"
018100       NOT INVALID KEY
018200         DISPLAY "残高：" ポイント残高
018300                 " 付与累計：" 付与累計
018400         DISPLAY "利用累計：" 利用累計
018500                 " 失効累計：" 失効累計
018600                 " 取消累計：" 取消累計
018700     END-READ.
018800     CLOSE ポイント残高ファイル.
018900     OPEN INPUT ポイント明細ファイル.
019000     IF NOT ポイント明細正常
019100       GO TO 残高照会処理出口
019200     END-IF.
019300     MOVE "N" TO 走査終了フラグ.
019400     MOVE 入力顧客ＩＤ TO 明細顧客ＩＤ.
019500     START ポイント明細ファイル KEY = 明細顧客ＩＤ
019600       INVALID KEY
019700         SET 走査終了 TO TRUE
019800     END-START.
019900     PERFORM 明細照会 UNTIL 走査終了.
020000     CLOSE ポイント明細ファイル.
020100*
020200 残高照会処理出口.
020300     EXIT.
020400*
020500 明細照会.
020600     READ ポイント明細ファイル NEXT RECORD
020700       AT END
020800         SET 走査終了 TO TRUE
020900       NOT AT END
021000         IF 明細顧客ＩＤ NOT = 入力顧客ＩＤ
021100           SET 走査終了 TO TRUE
021200         ELSE
021300           PERFORM 区分名称設定
021400           DISPLAY 明細番号 " " 明細日付 " "
021500                   区分名称 " " 明細ポイント
021600                   " 残：" 明細付与残
021700                   " 失効：" 明細失効予定日
021800         END-IF
021900     END-READ.
022000*
022100 区分名称設定.
022200     EVALUATE TRUE
022300       WHEN 明細仮付与
022400         MOVE "仮付与" TO 区分名称
022500       WHEN 明細付与
022600         MOVE "付与" TO 区分名称
022700       WHEN 明細利用
022800         MOVE "利用" TO 区分名称
022900       WHEN 明細失効
023000         MOVE "失効" TO 区分名称
023100       WHEN 明細取消
023200         MOVE "取消" TO 区分名称
023300       WHEN OTHER
023400         MOVE SPACE TO 区分名称
023500     END-EVALUATE.
023600*
023700*=================================================================
023800*　付与条件設定：付与率（請求金額に対する％）と有効月数。
023900*　有効月数０は失効させない。設定が無ければ１％・１２か月。
024000*=================================================================
024100 付与条件設定.
024200     OPEN I-O ポイント設定ファイル.
024300     MOVE "00" TO 設定キー.
024400     READ ポイント設定ファイル
024500       INVALID KEY
024600         MOVE 1  TO 設定付与率
024700         MOVE 12 TO 設定有効月数
024800         WRITE ポイント設定レコード
024900     END-READ.
025000     DISPLAY "現在の付与率：" 設定付与率 "%"
025100             " 有効月数：" 設定有効月数.
025200     DISPLAY "付与率(%)を入力(0:付与しない)".
025300     ACCEPT 入力付与率 FROM CONSOLE.
025400     DISPLAY "有効月数を入力(0:失効しない)".
025500     ACCEPT 入力有効月数 FROM CONSOLE.
025600     MOVE 入力付与率   TO 設定付与率.
025700     MOVE 入力有効月数 TO 設定有効月数.
025800     REWRITE ポイント設定レコード.
025900     CLOSE ポイント設定ファイル.
026000     DISPLAY "変更しました".
026100*
026200*=================================================================
026300*　失効処理：失効予定日が基準日以前の付与残を失効させる。
026400*=================================================================
026500 失効処理.
026600     DISPLAY "失効基準日を入力(YYYYMMDD 0:本日)".
026700     ACCEPT 失効基準日 FROM CONSOLE.
026800     IF 失効基準日 = 0
026900       MOVE 現在日付８ TO 失効基準日
027000     END-IF.
027100     OPEN I-O ポイント残高ファイル.
027200     IF NOT ポイント残高正常
027300       DISPLAY "ポイント残高ファイルが開けません"
027400       GO TO 失効処理出口
027500     END-IF.
027600     OPEN I-O ポイント明細ファイル.
027700     IF NOT ポイント明細正常
027800       DISPLAY "ポイント明細ファイルが開けません"
027900       CLOSE ポイント残高ファイル
028000       GO TO 失効処理出口
028100     END-IF.
028200     OPEN OUTPUT 失効リストファイル.
028300     MOVE SPACE TO 失効リスト行.
028400     STRING "*** ポイント失効リスト　基準日："
028500            失効基準日
028600            DELIMITED BY SIZE INTO 失効リスト行.
028700     WRITE 失効リスト行.
028800     MOVE "顧客ＩＤ                 " &
028900          "        明細番号 付与日  " &
029000          " 失効予定日   失効ポイント"
029100       TO 失効リスト行.
029200     WRITE 失効リスト行.
029300     MOVE 0 TO 失効件数 失効ポイント計.
029400     MOVE "N" TO 走査終了フラグ.
029500     MOVE 0 TO 明細番号.
029600     START ポイント明細ファイル KEY > 明細番号
029700       INVALID KEY
029800         SET 走査終了 TO TRUE
029900     END-START.
030000     PERFORM 失効判定 UNTIL 走査終了.
030100     MOVE SPACE TO 失効リスト行.
030200     STRING "失効件数：" 失効件数
030300            "　失効ポイント計：" 失効ポイント計
030400            DELIMITED BY SIZE INTO 失効リスト行.
030500     WRITE 失効リスト行.
030600     CLOSE 失効リストファイル.
030700     CLOSE ポイント明細ファイル.
030800     CLOSE ポイント残高ファイル.
030900     DISPLAY "失効件数：" 失効件数
031000             " 失効ポイント計：" 失効ポイント計.
031100*
031200 失効処理出口.
031300     EXIT.
031400*
031500 失効判定.
031600     READ ポイント明細ファイル NEXT RECORD
031700       AT END
031800         SET 走査終了 TO TRUE
031900       NOT AT END
032000         IF 明細付与
032100            AND 明細付与残 > 0
032200            AND 明細失効予定日 <= 失効基準日
032300           PERFORM 失効計上
032400         END-IF
032500     END-READ.
032600*
032700*　付与明細の付与残を０にして失効明細を起こし，残高から除く。
032800*　失効明細の追加で読込位置が動くため，付与明細の次から読み直す。
032900*
033000 失効計上.
033100     MOVE 明細番号       TO 保存明細番号.
033200     MOVE 明細付与残     TO 失効ポイント.
033300     MOVE 明細顧客ＩＤ   TO 失効顧客ＩＤ.
033400     MOVE 明細日付       TO 失効付与日.
033500     MOVE 明細失効予定日 TO 失効予定日ワーク.
033600     MOVE 0 TO 明細付与残.
033700     REWRITE ポイント明細レコード.
033800     PERFORM 明細番号採番.
033900     MOVE 失効顧客ＩＤ   TO 明細顧客ＩＤ.
034000     MOVE 0              TO 明細請求番号.
034100     MOVE 0              TO 明細注文行番号.
034200     SET 明細失効 TO TRUE.
034300     MOVE 現在日付８     TO 明細日付.
034400     MOVE 失効ポイント   TO 明細ポイント.
034500     MOVE 0              TO 明細付与残.
034600     MOVE 失効予定日ワーク TO 明細失効予定日.
034700     WRITE ポイント明細レコード.
034800     MOVE 失効顧客ＩＤ TO 残高顧客ＩＤ.
034900     READ ポイント残高ファイル
035000       INVALID KEY
035100         DISPLAY "警告：残高の無い顧客 "
035200                 失効顧客ＩＤ
035300       NOT INVALID KEY
035400         ADD 失効ポイント TO 失効累計
035500         IF 失効ポイント > ポイント残高
035600           MOVE 0 TO ポイント残高
035700         ELSE
035800           SUBTRACT 失効ポイント FROM ポイント残高
035900         END-IF
036000         MOVE 現在日付８ TO 最終異動日
036100         REWRITE ポイント残高レコード
036200     END-READ.
036300     MOVE 失効顧客ＩＤ   TO 失効行顧客ＩＤ.
036400     MOVE 保存明細番号   TO 失効行明細番号.
036500     MOVE 失効付与日     TO 失効行付与日.
036600     MOVE 失効予定日ワーク TO 失効行予定日.
036700     MOVE 失効ポイント   TO 失効行ポイント.
036800     MOVE 失効明細行     TO 失効リスト行.
036900     WRITE 失効リスト行.
037000     ADD 1 TO 失効件数.
037100     ADD 失効ポイント TO 失効ポイント計.
037200     MOVE 保存明細番号 TO 明細番号.
037300     START ポイント明細ファイル KEY > 明細番号
037400       INVALID KEY
037500         SET 走査終了 TO TRUE
037600     END-START.
037700*
037800*　明細番号は共通採番（範囲名POINTNO）から払い出す。範囲が未登録
037900*　なら明細ファイルの最大番号の次から振る。
038000*
038100 明細番号採番.
038200     MOVE "POINTNO" TO 採番範囲名.
038300     CALL "採番" USING 採番範囲名 採番番号
038400                       採番結果.
038500     IF 採番結果 = 0
038600       MOVE 採番番号 TO 明細番号
038700     ELSE
038800       PERFORM 明細番号初期化
038900       MOVE 次明細番号 TO 明細番号
039000     END-IF.
039100*
039200 明細番号初期化.
039300     MOVE 1 TO 次明細番号.
039400     MOVE "N" TO 走査終了フラグ.
039500     MOVE 0 TO 明細番号.
039600     START ポイント明細ファイル KEY > 明細番号
039700       INVALID KEY
039800         SET 走査終了 TO TRUE
039900     END-START.
040000     PERFORM 明細番号走査 UNTIL 走査終了.
040100     MOVE "N" TO 走査終了フラグ.
040200*
040300 明細番号走査.
040400     READ ポイント明細ファイル NEXT RECORD
040500       AT END
040600         SET 走査終了 TO TRUE
040700       NOT AT END
040800         COMPUTE 次明細番号 = 明細番号 + 1
040900     END-READ.
041000*
041100*=================================================================
041200*　ポイント負債表：残高のある顧客の未使用ポイントを円換算する。
041300*　入金待ちの仮付与は負債に含めず，参考として合計だけ示す。
041400*=================================================================
041500 負債表作成.
041600     OPEN INPUT ポイント残高ファイル.
041700     IF NOT ポイント残高正常
041800       DISPLAY "ポイント残高ファイルが開けません"
041900       GO TO 負債表作成出口
042000     END-IF.
042100     MOVE "N" TO 明細使用可Ｆ.
042200     OPEN INPUT ポイント明細ファイル.
042300     IF ポイント明細正常
042400       SET 明細使用可 TO TRUE
042500     END-IF.
042600     OPEN OUTPUT 負債表ファイル.
042700     MOVE SPACE TO 負債表行.
042800     STRING "*** ポイント負債表　作成日："
042900            現在日付８
043000            "　評価単価：１ポイント＝"
043100            ポイント評価単価 "円"
043200            DELIMITED BY SIZE INTO 負債表行.
043300     WRITE 負債表行.
043400     MOVE "顧客ＩＤ                           付与累計" &
043500          "    利用累計    失効累計    取消累計" &
043600          "        残高        評価額"
043700       TO 負債表行.
043800     WRITE 負債表行.
043900     MOVE 0 TO 負債件数 負債ポイント計.
044000     MOVE 0 TO 負債評価額計.
044100     MOVE "N" TO 走査終了フラグ.
044200     MOVE LOW-VALUE TO 残高顧客ＩＤ.
044300     START ポイント残高ファイル KEY > 残高顧客ＩＤ
044400       INVALID KEY
044500         SET 走査終了 TO TRUE
044600     END-START.
044700     PERFORM 負債明細出力 UNTIL 走査終了.
044800     MOVE SPACE TO 負債表行.
044900     STRING "顧客数：" 負債件数
045000            "　未使用ポイント計：" 負債ポイント計
045100            "　負債額：" 負債評価額計 "円"
045200            DELIMITED BY SIZE INTO 負債表行.
045300     WRITE 負債表行.
045400     MOVE 0 TO 仮付与ポイント計.
045500     IF 明細使用可
045600       MOVE "N" TO 走査終了フラグ
045700       MOVE 0 TO 明細番号
045800       START ポイント明細ファイル KEY > 明細番号
045900         INVALID KEY
046000           SET 走査終了 TO TRUE
046100       END-START
046200       PERFORM 仮付与集計 UNTIL 走査終了
046300       CLOSE ポイント明細ファイル
046400     END-IF.
046500     MOVE SPACE TO 負債表行.
046600     STRING "（参考）入金待ち仮付与計："
046700            仮付与ポイント計
046800            DELIMITED BY SIZE INTO 負債表行.
046900     WRITE 負債表行.
047000     CLOSE 負債表ファイル.
047100     CLOSE ポイント残高ファイル.
047200     DISPLAY "顧客数：" 負債件数
047300             " 負債額：" 負債評価額計.
047400*
047500 負債表作成出口.
047600     EXIT.
047700*
047800 負債明細出力.
047900     READ ポイント残高ファイル NEXT RECORD
048000       AT END
048100         SET 走査終了 TO TRUE
048200       NOT AT END
048300         IF ポイント残高 > 0
048400           COMPUTE 評価額 =
048500               ポイント残高 * ポイント評価単価
048600           MOVE 残高顧客ＩＤ TO 負債顧客ＩＤ
048700           MOVE 付与累計     TO 負債付与累計
048800           MOVE 利用累計     TO 負債利用累計
048900           MOVE 失効累計     TO 負債失効累計
049000           MOVE 取消累計     TO 負債取消累計
049100           MOVE ポイント残高 TO 負債残高
049200           MOVE 評価額       TO 負債評価額
049300           MOVE 負債明細行   TO 負債表行
049400           WRITE 負債表行
049500           ADD 1 TO 負債件数
049600           ADD ポイント残高 TO 負債ポイント計
049700           ADD 評価額 TO 負債評価額計
049800         END-IF
049900     END-READ.
050000*
050100 仮付与集計.
050200     READ ポイント明細ファイル NEXT RECORD
050300       AT END
050400         SET 走査終了 TO TRUE
050500       NOT AT END
050600         IF 明細仮付与
050700           ADD 明細ポイント TO 仮付与ポイント計
050800         END-IF
050900     END-READ.
051000 END PROGRAM POINT.
051100*
051200*=================================================================
051300*  ポイント計上サブルーチン
051400*  処理区分ごとにポイント明細を起こし，残高を更新する。
051500*    ０：残高照会（ポイント数へ残高を返す）
051600*    １：仮付与（請求時。対象金額×付与率。残高は変えない）
051700*    ２：付与確定（入金消込時。請求番号の仮付与を付与へ進め，
051800*        失効予定日を付けて残高へ加える）
051900*    ３：取消（返品時。注文行の付与から対象金額×付与率を，
052000*        未使用の付与残の範囲で差し引く）
052100*    ４：利用（注文時。ポイント数を残高の範囲で失効予定の早い
052200*        付与から差し引き，実際の利用数を返す）
052300*  パラメータ：
052400*     入力１：処理区分
052500*     入力２：顧客ＩＤ
052600*     入力３：注文行番号
052700*     入力４：請求番号
052800*     入力５：対象金額
052900*     入出力：ポイント数
053000*     出力　：結果（０：正常／１：対象なし／９：ファイル異常）
053100*=================================================================
053200 IDENTIFICATION DIVISION.
053300 PROGRAM-ID. "ポイント計上".
053400 ENVIRONMENT DIVISION.
053500 INPUT-OUTPUT SECTION.
053600 FILE-CONTROL.
053700     SELECT OPTIONAL ポイント残高ファイル
053800       ASSIGN TO "POINTM"
053900       ORGANIZATION IS INDEXED
054000       ACCESS MODE  IS DYNAMIC
054100       RECORD KEY   IS 残高顧客ＩＤ
054200       FILE STATUS  IS ポイント残高状態.
054300     SELECT OPTIONAL ポイント明細ファイル
054400       ASSIGN TO "POINTR"
054500       ORGANIZATION IS INDEXED
054600       ACCESS MODE  IS DYNAMIC
054700       RECORD KEY   IS 明細番号
054800       ALTERNATE RECORD KEY IS 明細顧客ＩＤ
054900                        WITH DUPLICATES
055000       ALTERNATE RECORD KEY IS 明細請求番号
055100                        WITH DUPLICATES
055200       FILE STATUS  IS ポイント明細状態.
055300     SELECT OPTIONAL ポイント設定ファイル
055400       ASSIGN TO "POINTPRM"
055500       ORGANIZATION IS INDEXED
055600       ACCESS MODE  IS RANDOM
055700       RECORD KEY   IS 設定キー
055800       FILE STATUS  IS ポイント設定状態.
055900 DATA DIVISION.
056000 FILE SECTION.
056100 FD  ポイント残高ファイル.
056200     COPY POINTM.
056300 FD  ポイント明細ファイル.
056400     COPY POINTR.
056500 FD  ポイント設定ファイル.
056600 01  ポイント設定レコード.
056700     02  設定キー            PIC  X(02).
056800     02  設定付与率          PIC  9(02).
056900     02  設定有効月数        PIC  9(03).
057000 WORKING-STORAGE SECTION.
057100 01  ポイント残高状態        PIC  X(02).
057200     88  ポイント残高正常    VALUE "00" "05".
057300 01  ポイント明細状態        PIC  X(02).
057400     88  ポイント明細正常    VALUE "00" "05".
057500 01  ポイント設定状態        PIC  X(02).
057600     88  ポイント設定正常    VALUE "00" "05".
057700 01  残高使用可Ｆ            PIC  X(01).
057800     88  残高使用可          VALUE "Y".
057900 01  明細使用可Ｆ            PIC  X(01).
058000     88  明細使用可          VALUE "Y".
058100 01  走査終了フラグ          PIC  X(01).
058200     88  走査終了            VALUE "Y".
058300 01  適用付与率              PIC  9(02).
058400 01  適用有効月数            PIC  9(03).
058500 01  取消ポイント            PIC  9(09).
058600 01  利用残ポイント          PIC  9(09).
058700 01  利用確定ポイント        PIC  9(09).
058800 01  充当ポイント            PIC  9(09).
058900 01  対象明細番号            PIC  9(08).
059000 01  対象区分                PIC  X(01).
059100 01  対象請求番号            PIC  9(06).
059200 01  次明細番号              PIC  9(08)  VALUE 0.
059300 01  採番範囲名              PIC  X(08).
059400 01  採番番号                PIC  9(09).
059500 01  採番結果                PIC  9(01).
059600 01  算出月通算              PIC  9(07).
059700 01  算出月余り              PIC  9(02).
059800 01  算出日付                PIC  9(08).
059900 01  算出日付分解  REDEFINES 算出日付.
060000     02  算出年              PIC  9(04).
060100     02  算出月              PIC  9(02).
060200     02  算出日              PIC  9(02).
060300 01  現在日時.
060400     02  現在日付８          PIC  9(08).
060500     02  FILLER              PIC  X(13).
060600 LINKAGE SECTION.
060700 01  計上区分                PIC  X(01).
060800 01  計上顧客ＩＤ            PIC  X(32).
060900 01  計上注文行番号          PIC  9(08).
061000 01  計上請求番号            PIC  9(06).
061100 01  計上金額                PIC  9(11).
061200 01  計上ポイント            PIC  9(09).
061300 01  計上結果                PIC  9(01).
061400 PROCEDURE DIVISION USING 計上区分 計上顧客ＩＤ
061500                          計上注文行番号 計上請求番号
061600                          計上金額 計上ポイント
061700                          計上結果.
061800 ポイント計上開始.
061900     MOVE 0 TO 計上結果.
062000     MOVE FUNCTION CURRENT-DATE TO 現在日時.
062100     PERFORM 設定読込.
062200     MOVE "N" TO 残高使用可Ｆ 明細使用可Ｆ.
062300     OPEN I-O ポイント残高ファイル.
062400     IF ポイント残高正常
062500       SET 残高使用可 TO TRUE
062600     END-IF.
062700     OPEN I-O ポイント明細ファイル.
062800     IF ポイント明細正常
062900       SET 明細使用可 TO TRUE
063000     END-IF.
063100     IF NOT 残高使用可
063200        OR NOT 明細使用可
063300       MOVE 0 TO 計上ポイント
063400       MOVE 9 TO 計上結果
063500       CLOSE ポイント明細ファイル
063600       CLOSE ポイント残高ファイル
063700       EXIT PROGRAM
063800     END-IF.
063900     EVALUATE 計上区分
064000       WHEN "0"
064100         PERFORM 残高照会
064200       WHEN "1"
064300         PERFORM 仮付与
064400           THRU 仮付与出口
064500       WHEN "2"
064600         PERFORM 付与確定
064700       WHEN "3"
064800         PERFORM 付与取消
064900           THRU 付与取消出口
065000       WHEN "4"
065100         PERFORM ポイント利用
065200           THRU ポイント利用出口
065300       WHEN OTHER
065400         MOVE 0 TO 計上ポイント
065500         MOVE 1 TO 計上結果
065600     END-EVALUATE.
065700     CLOSE ポイント明細ファイル.
065800     CLOSE ポイント残高ファイル.
065900     EXIT PROGRAM.
066000*
066100*　設定が無ければ付与率１％・有効月数１２か月で動く。
066200*
066300 設定読込.
066400     MOVE 1  TO 適用付与率.
066500     MOVE 12 TO 適用有効月数.
066600     OPEN INPUT ポイント設定ファイル.
066700     IF ポイント設定正常
066800       MOVE "00" TO 設定キー
066900       READ ポイント設定ファイル
067000         NOT INVALID KEY
067100           MOVE 設定付与率   TO 適用付与率
067200           MOVE 設定有効月数 TO 適用有効月数
067300       END-READ
067400     END-IF.
067500     CLOSE ポイント設定ファイル.
067600*
067700 残高照会.
067800     MOVE 計上顧客ＩＤ TO 残高顧客ＩＤ.
067900     READ ポイント残高ファイル
068000       INVALID KEY
068100         MOVE 0 TO 計上ポイント
068200         MOVE 1 TO 計上結果
068300       NOT INVALID KEY
068400         MOVE ポイント残高 TO 計上ポイント
068500     END-READ.
068600*
068700*　請求した注文行の金額から仮付与を起こす。入金まで残高には
068800*　含めない。
068900*
069000 仮付与.
069100     MOVE 0 TO 計上ポイント.
069200     IF 計上顧客ＩＤ = SPACE
069300        OR 計上金額 = 0
069400       MOVE 1 TO 計上結果
069500       GO TO 仮付与出口
069600     END-IF.
069700     COMPUTE 計上ポイント =
069800         計上金額 * 適用付与率 / 100.
069900     IF 計上ポイント = 0
070000       MOVE 1 TO 計上結果
070100       GO TO 仮付与出口
070200     END-IF.
070300     PERFORM 明細番号採番.
070400     MOVE 計上顧客ＩＤ   TO 明細顧客ＩＤ.
070500     MOVE 計上請求番号   TO 明細請求番号.
070600     MOVE 計上注文行番号 TO 明細注文行番号.
070700     SET 明細仮付与 TO TRUE.
070800     MOVE 現在日付８     TO 明細日付.
070900     MOVE 計上ポイント   TO 明細ポイント.
071000     MOVE 0 TO 明細付与残 明細失効予定日.
071100     WRITE ポイント明細レコード.
071200*
071300 仮付与出口.
071400     EXIT.
071500*
071600*　請求番号の仮付与をすべて付与へ進める。既に確定済みなら何も
071700*　しない（一部入金の重ねての消込でも二重に付与しない）。
071800*
071900 付与確定.
072000     MOVE 0 TO 計上ポイント.
072100     MOVE "N" TO 走査終了フラグ.
072200     MOVE 計上請求番号 TO 明細請求番号.
072300     START ポイント明細ファイル KEY = 明細請求番号
072400       INVALID KEY
072500         SET 走査終了 TO TRUE
072600     END-START.
072700     PERFORM 確定走査 UNTIL 走査終了.
072800     IF 計上ポイント = 0
072900       MOVE 1 TO 計上結果
073000     END-IF.
073100*
073200 確定走査.
073300     READ ポイント明細ファイル NEXT RECORD
073400       AT END
073500         SET 走査終了 TO TRUE
073600       NOT AT END
073700         IF 明細請求番号 NOT = 計上請求番号
073800           SET 走査終了 TO TRUE
073900         ELSE
074000           IF 明細仮付与
074100             PERFORM 確定１件
074200           END-IF
074300         END-IF
074400     END-READ.
074500*
074600 確定１件.
074700     SET 明細付与 TO TRUE.
074800     MOVE 現在日付８   TO 明細日付.
074900     MOVE 明細ポイント TO 明細付与残.
075000     PERFORM 失効予定日算出.
075100     REWRITE ポイント明細レコード.
075200     ADD 明細ポイント TO 計上ポイント.
075300     MOVE 明細顧客ＩＤ TO 残高顧客ＩＤ.
075400     READ ポイント残高ファイル
075500       INVALID KEY
075600         MOVE 0 TO 付与累計 利用累計 失効累計
075700                   取消累計 ポイント残高
075800         MOVE 明細ポイント TO 付与累計
075900         MOVE 明細ポイント TO ポイント残高
076000         MOVE 現在日付８   TO 最終異動日
076100         WRITE ポイント残高レコード
076200       NOT INVALID KEY
076300         ADD 明細ポイント TO 付与累計 ポイント残高
076400         MOVE 現在日付８   TO 最終異動日
076500         REWRITE ポイント残高レコード
076600     END-READ.
076700*
076800*　付与した月から有効月数後の月末に失効する。有効月数０は
076900*　失効させない。
077000*
077100 失効予定日算出.
077200     IF 適用有効月数 = 0
077300       MOVE 99999999 TO 明細失効予定日
077400     ELSE
077500       MOVE 現在日付８ TO 算出日付
077600       COMPUTE 算出月通算 =
077700           算出年 * 12 + 算出月 + 適用有効月数
077800       DIVIDE 算出月通算 BY 12
077900         GIVING 算出年 REMAINDER 算出月余り
078000       COMPUTE 算出月 = 算出月余り + 1
078100       MOVE 1 TO 算出日
078200       COMPUTE 明細失効予定日 = FUNCTION DATE-OF-INTEGER
078300           (FUNCTION INTEGER-OF-DATE(算出日付) - 1)
078400     END-IF.
078500*
078600*　返品金額分のポイントを注文行の付与から差し引く。仮付与なら
078700*　仮付与を減らし，確定済みなら未使用の付与残の範囲で残高から
078800*　除く（既に利用された分は戻さない）。
078900*
079000 付与取消.
079100     MOVE 0 TO 計上ポイント.
079200     IF 計上顧客ＩＤ = SPACE
079300        OR 計上金額 = 0
079400       MOVE 1 TO 計上結果
079500       GO TO 付与取消出口
079600     END-IF.
079700     COMPUTE 取消ポイント =
079800         計上金額 * 適用付与率 / 100.
079900     MOVE 0 TO 対象明細番号.
080000     MOVE "N" TO 走査終了フラグ.
080100     MOVE 計上顧客ＩＤ TO 明細顧客ＩＤ.
080200     START ポイント明細ファイル KEY = 明細顧客ＩＤ
080300       INVALID KEY
080400         SET 走査終了 TO TRUE
080500     END-START.
080600     PERFORM 取消対象走査 UNTIL 走査終了.
080700     IF 対象明細番号 = 0
080800        OR 取消ポイント = 0
080900       MOVE 1 TO 計上結果
081000       GO TO 付与取消出口
081100     END-IF.
081200     MOVE 対象明細番号 TO 明細番号.
081300     READ ポイント明細ファイル KEY IS 明細番号
081400       INVALID KEY
081500         MOVE 1 TO 計上結果
081600         GO TO 付与取消出口
081700     END-READ.
081800     MOVE 明細区分     TO 対象区分.
081900     MOVE 明細請求番号 TO 対象請求番号.
082000     IF 明細仮付与
082100       IF 取消ポイント > 明細ポイント
082200         MOVE 明細ポイント TO 取消ポイント
082300       END-IF
082400       SUBTRACT 取消ポイント FROM 明細ポイント
082500     ELSE
082600       IF 取消ポイント > 明細付与残
082700         MOVE 明細付与残 TO 取消ポイント
082800       END-IF
082900       SUBTRACT 取消ポイント FROM 明細付与残
083000     END-IF.
083100     IF 取消ポイント = 0
083200       MOVE 1 TO 計上結果
083300       GO TO 付与取消出口
083400     END-IF.
083500     REWRITE ポイント明細レコード.
083600     PERFORM 明細番号採番.
083700     MOVE 計上顧客ＩＤ   TO 明細顧客ＩＤ.
083800     MOVE 対象請求番号   TO 明細請求番号.
083900     MOVE 計上注文行番号 TO 明細注文行番号.
084000     SET 明細取消 TO TRUE.
084100     MOVE 現在日付８     TO 明細日付.
084200     MOVE 取消ポイント   TO 明細ポイント.
084300     MOVE 0 TO 明細付与残 明細失効予定日.
084400     WRITE ポイント明細レコード.
084500     MOVE 取消ポイント TO 計上ポイント.
084600     IF 対象区分 = "1"
084700       MOVE 計上顧客ＩＤ TO 残高顧客ＩＤ
084800       READ ポイント残高ファイル
084900         NOT INVALID KEY
085000           ADD 取消ポイント TO 取消累計
085100           IF 取消ポイント > ポイント残高
085200             MOVE 0 TO ポイント残高
085300           ELSE
085400             SUBTRACT 取消ポイント FROM ポイント残高
085500           END-IF
085600           MOVE 現在日付８ TO 最終異動日
085700           REWRITE ポイント残高レコード
085800       END-READ
085900     END-IF.
086000*
086100 付与取消出口.
086200     EXIT.
086300*
086400 取消対象走査.
086500     READ ポイント明細ファイル NEXT RECORD
086600       AT END
086700         SET 走査終了 TO TRUE
086800       NOT AT END
086900         IF 明細顧客ＩＤ NOT = 計上顧客ＩＤ
087000           SET 走査終了 TO TRUE
087100         ELSE
087200           IF 明細注文行番号 = 計上注文行番号
087300              AND (明細仮付与 OR 明細付与)
087400             MOVE 明細番号 TO 対象明細番号
087500             SET 走査終了 TO TRUE
087600           END-IF
087700         END-IF
087800     END-READ.
087900*
088000*　利用ポイントを残高の範囲に抑え，古い付与から順に付与残を
088100*　減らして利用明細を起こす。
088200*
088300 ポイント利用.
088400     MOVE 計上ポイント TO 利用残ポイント.
088500     MOVE 0 TO 計上ポイント.
088600     IF 計上顧客ＩＤ = SPACE
088700        OR 利用残ポイント = 0
088800       MOVE 1 TO 計上結果
088900       GO TO ポイント利用出口
089000     END-IF.
089100     MOVE 計上顧客ＩＤ TO 残高顧客ＩＤ.
089200     READ ポイント残高ファイル
089300       INVALID KEY
089400         MOVE 1 TO 計上結果
089500         GO TO ポイント利用出口
089600     END-READ.
089700     IF 利用残ポイント > ポイント残高
089800       MOVE ポイント残高 TO 利用残ポイント
089900     END-IF.
090000     IF 利用残ポイント = 0
090100       MOVE 1 TO 計上結果
090200       GO TO ポイント利用出口
090300     END-IF.
090400     MOVE 利用残ポイント TO 利用確定ポイント.
090500     MOVE "N" TO 走査終了フラグ.
090600     MOVE 計上顧客ＩＤ TO 明細顧客ＩＤ.
090700     START ポイント明細ファイル KEY = 明細顧客ＩＤ
090800       INVALID KEY
090900         SET 走査終了 TO TRUE
091000     END-START.
091100     PERFORM 付与残充当 UNTIL 走査終了.
091200     SUBTRACT 利用残ポイント FROM 利用確定ポイント.
091300     IF 利用確定ポイント = 0
091400       MOVE 1 TO 計上結果
091500       GO TO ポイント利用出口
091600     END-IF.
091700     ADD 利用確定ポイント TO 利用累計.
091800     SUBTRACT 利用確定ポイント FROM ポイント残高.
091900     MOVE 現在日付８ TO 最終異動日.
092000     REWRITE ポイント残高レコード.
092100     PERFORM 明細番号採番.
092200     MOVE 計上顧客ＩＤ     TO 明細顧客ＩＤ.
092300     MOVE 0                TO 明細請求番号.
092400     MOVE 計上注文行番号   TO 明細注文行番号.
092500     SET 明細利用 TO TRUE.
092600     MOVE 現在日付８       TO 明細日付.
092700     MOVE 利用確定ポイント TO 明細ポイント.
092800     MOVE 0 TO 明細付与残 明細失効予定日.
092900     WRITE ポイント明細レコード.
093000     MOVE 利用確定ポイント TO 計上ポイント.
093100*
093200 ポイント利用出口.
093300     EXIT.
093400*
093500 付与残充当.
093600     READ ポイント明細ファイル NEXT RECORD
093700       AT END
093800         SET 走査終了 TO TRUE
093900       NOT AT END
094000         IF 明細顧客ＩＤ NOT = 計上顧客ＩＤ
094100           SET 走査終了 TO TRUE
094200         ELSE
094300           IF 明細付与
094400              AND 明細付与残 > 0
094500             IF 明細付与残 > 利用残ポイント
094600               MOVE 利用残ポイント TO 充当ポイント
094700             ELSE
094800               MOVE 明細付与残 TO 充当ポイント
094900             END-IF
095000             SUBTRACT 充当ポイント FROM 明細付与残
095100                                        利用残ポイント
095200             REWRITE ポイント明細レコード
095300             IF 利用残ポイント = 0
095400               SET 走査終了 TO TRUE
095500             END-IF
095600           END-IF
095700         END-IF
095800     END-READ.
095900*
096000*　明細番号は共通採番（範囲名POINTNO）から払い出す。範囲が未登録
096100*　なら明細ファイルの最大番号の次から振る。
096200*
096300 明細番号採番.
096400     MOVE "POINTNO" TO 採番範囲名.
096500     CALL "採番" USING 採番範囲名 採番番号
096600                       採番結果.
096700     IF 採番結果 = 0
096800       MOVE 採番番号 TO 明細番号
096900     ELSE
097000       PERFORM 明細番号初期化
097100       MOVE 次明細番号 TO 明細番号
097200     END-IF.
097300*
097400 明細番号初期化.
097500     MOVE 1 TO 次明細番号.
097600     MOVE "N" TO 走査終了フラグ.
097700     MOVE 0 TO 明細番号.
097800     START ポイント明細ファイル KEY > 明細番号
097900       INVALID KEY
098000         SET 走査終了 TO TRUE
098100     END-START.
098200     PERFORM 明細番号走査 UNTIL 走査終了.
098300     MOVE "N" TO 走査終了フラグ.
098400*
098500 明細番号走査.
098600     READ ポイント明細ファイル NEXT RECORD
098700       AT END
098800         SET 走査終了 TO TRUE
098900       NOT AT END
099000         COMPUTE 次明細番号 = 明細番号 + 1
099100     END-READ.
099200 END PROGRAM "ポイント計上".
