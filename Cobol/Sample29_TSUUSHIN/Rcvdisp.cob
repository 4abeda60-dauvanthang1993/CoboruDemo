000100*=================================================================
000200*「簡易アプリ間通信機能を使用したプログラム」
000300*
000400*  ファイル名： Rcvdisp.cob
000500*  機能概要  ： 受信メッセージの業務適用（RCVQUEUEの振分け）。
000600*               受信キューの未処理メッセージを通番順に読み，
000700*               メッセージ種別ごとに該当する業務ファイルへ
000800*               反映する。
000900*                 OR：拠点の注文行　　→注文行ファイル（ORDERF）
001000*                 KT：本社の単価改定　→改定予定ファイル（KAITEI）
001100*                 HL：休日暦の更新　　→休日マスタ（HOLIDAY）
001200*               反映できたメッセージは適用済，検査で撥ねたもの
001300*               は適用失敗としてキューに残すので，同じメッセー
001400*               ジを二度適用することはない。適用失敗は通番と理由
001500*               を運用メッセージ（OPMSG）へ通知する。原因を正した
001600*               後，受信キュー管理の再適用で未処理へ戻せば，次回
001700*               の実行で再び適用される。
001800*               上記以外の種別は未処理のまま残し，従来どおり受信
001900*               キューの取出モードで引き渡す。
002000*
002100*               本文の様式（固定桁）
002200*                 OR：注文番号 X(12)＋顧客ＩＤ X(32)＋注文日 X(8)
002300*                     ＋商品番号 X(10)＋数量 9(10)＋単価 9(9)
002400*                 KT：商品コード X(4)＋新単価 9(4)＋適用日 9(8)
002500*                     ＋新原価 9(4)（新単価・新原価の０は据置）
002600*                 HL：処理 X(1)（A:登録・変更 D:削除）
002700*                     ＋休日日付 9(8)＋名称 N(10)＋休日区分 X(1)
002800*
002900*     Copyright 2000-2015 FUJITSU LIMITED
003000*=================================================================
003100 IDENTIFICATION DIVISION.
003200  PROGRAM-ID. RCVDISP.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL 受信キューファイル
003800            ASSIGN TO "RCVQUEUE"
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE  IS DYNAMIC
004100            RECORD KEY   IS 受信通番
004200            FILE STATUS  IS キュー状態.
004300     SELECT OPTIONAL 注文行ファイル
004400            ASSIGN TO "ORDERF"
004500            ORGANIZATION IS INDEXED
004600            ACCESS MODE  IS DYNAMIC
004700            RECORD KEY   IS 注文行番号
004800            FILE STATUS  IS 注文行状態.
004900     SELECT OPTIONAL 在庫ファイル
005000            ASSIGN TO "ZAIKO"
005100            ORGANIZATION IS INDEXED
005200            ACCESS MODE  IS RANDOM
005300            RECORD KEY   IS 在庫商品番号
005400            FILE STATUS  IS 在庫状態.
005500     SELECT 商品マスタ ASSIGN TO DATAFILE
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE  IS RANDOM
005800            RECORD KEY   IS 商品コード
005900                            OF 商品マスタレコード
006000            ALTERNATE RECORD KEY IS 商品名
006100                            OF 商品マスタレコード
006200            FILE STATUS  IS 商品マスタ状態.
006300     SELECT OPTIONAL 改定予定ファイル
006400            ASSIGN TO "KAITEI"
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE  IS DYNAMIC
006700            RECORD KEY   IS 改定商品コード
006800            FILE STATUS  IS 改定予定状態.
006900     SELECT OPTIONAL 休日マスタファイル
007000            ASSIGN TO "HOLIDAY"
007100            ORGANIZATION IS INDEXED
007200            ACCESS MODE  IS DYNAMIC
007300            RECORD KEY   IS 休日日付
007400            FILE STATUS  IS 休日マスタ状態.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  受信キューファイル.
007800 01  受信キューレコード.
007900     03  受信通番            PIC  9(06).
008000     03  受信種別            PIC  X(02).
008100     03  受信メッセージ長    PIC  9(05).
008200     03  受信本文            PIC  X(248).
008300     03  受信状態区分        PIC  X(01).
008400         88  未処理          VALUE "1".
008500         88  取出済          VALUE "2".
008600         88  適用済          VALUE "3".
008700         88  適用失敗        VALUE "4".
008800     03  受信日時            PIC  X(14).
008900 FD  注文行ファイル.
009000     COPY ORDFILE.
009100 FD  在庫ファイル.
009200     COPY ZAIKOF.
009300 FD  商品マスタ.
009400 01  商品マスタレコード.
009500     COPY SYOHINM OF COPYLIB.
009600 FD  改定予定ファイル.
009700 01  改定予定レコード.
009800     02  改定商品コード      PIC  X(04).
009900     02  改定新単価          PIC  9(04).
010000     02  改定適用日          PIC  9(08).
010100     02  改定新原価          PIC  9(04).
010200 FD  休日マスタファイル.
010300 01  休日マスタレコード.
010400     02  休日日付            PIC  9(08).
010500     02  休日名称            PIC  N(10).
010600     02  休日区分            PIC  X(01).
010700 WORKING-STORAGE SECTION.
010800 77  キュー状態              PIC  X(02).
010900     88  キュー正常          VALUE "00" "05".
011000 77  注文行状態              PIC  X(02).
011100     88  注文行正常          VALUE "00" "05".
011200 77  在庫状態                PIC  X(02).
011300     88  在庫正常            VALUE "00" "05".
011400 77  商品マスタ状態          PIC  X(02).
011500     88  商品マスタ正常      VALUE "00" "05".
011600 77  改定予定状態            PIC  X(02).
011700     88  改定予定正常        VALUE "00" "05".
011800 77  休日マスタ状態          PIC  X(02).
011900     88  休日マスタ正常      VALUE "00" "05".
012000 77  注文使用可フラグ        PIC  X(01)  VALUE "N".
012100     88  注文使用可          VALUE "Y".
012200 77  改定使用可フラグ        PIC  X(01)  VALUE "N".
012300     88  改定使用可          VALUE "Y".
012400 77  休日使用可フラグ        PIC  X(01)  VALUE "N".
012500     88  休日使用可          VALUE "Y".
012600 77  走査終了フラグ          PIC  X(01).
012700     88  走査終了            VALUE "Y".
012800 77  注文走査終了フラグ      PIC  X(01).
012900     88  注文走査終了        VALUE "Y".
013000 77  次注文行番号            PIC  9(08).
013100 77  適用件数                PIC  9(06)  VALUE 0.
013200 77  失敗件数                PIC  9(06)  VALUE 0.
013300 77  失敗理由                PIC  X(40).
013400 77  引当倉庫ワーク          PIC  X(03).
013500 77  倉庫引当結果            PIC  9(01).
013600 77  送料地域ワーク          PIC  X(02)  VALUE SPACE.
013700 77  送料計算結果            PIC  9(01).
013800 77  構成件数                PIC  9(02).
013900 77  構成添字                PIC  9(03)  COMP-5.
014000 77  セット取得結果          PIC  9(01).
014100     88  セット商品          VALUE 0.
014200 01  構成表.
014300     02  構成明細  OCCURS 20.
014400         03  構成商品番号    PIC  X(10).
014500         03  構成数量        PIC  9(04).
014600*
014700*　受信本文の種別ごとの見方（機能概要の様式を参照）。
014800*
014900 01  適用本文                PIC  X(248).
015000 01  注文本文  REDEFINES 適用本文.
015100     02  本文注文番号        PIC  X(12).
015200     02  本文顧客ＩＤ        PIC  X(32).
015300     02  本文注文日          PIC  X(08).
015400     02  本文商品番号        PIC  X(10).
015500     02  本文数量            PIC  9(10).
015600     02  本文単価            PIC  9(09).
015700 01  改定本文  REDEFINES 適用本文.
015800     02  本文商品コード      PIC  X(04).
015900     02  本文新単価          PIC  9(04).
016000     02  本文適用日          PIC  9(08).
016100     02  本文新原価          PIC  9(04).
016200 01  休日本文  REDEFINES 適用本文.
016300     02  本文休日処理        PIC  X(01).
016400         88  休日登録        VALUE "A".
016500         88  休日削除        VALUE "D".
016600     02  本文休日日付        PIC  9(08).
016700     02  本文休日名称        PIC  N(10).
016800     02  本文休日区分        PIC  X(01).
016900 01  運用通知域.
017000     02  通知プログラム      PIC  X(08)  VALUE "RCVDISP".
017100     02  通知重大度          PIC  X(01).
017200     02  通知本文            PIC  X(60).
017300*
017400 PROCEDURE DIVISION.
017500     DISPLAY "受信メッセージ適用".
017600     OPEN I-O 受信キューファイル.
017700     IF NOT キュー正常
017800       DISPLAY "受信キュー（RCVQUEUE）が開けません"
017900       STOP RUN
018000     END-IF.
018100*
018200*　適用先のファイルが開けない種別は，その種別のメッセージを
018300*　適用失敗とする（未処理のまま残すと理由が残らないため）。
018400*
018500     OPEN I-O 注文行ファイル.
018600     OPEN I-O 在庫ファイル.
018700     IF 注文行正常 AND 在庫正常
018800       SET 注文使用可 TO TRUE
018900       PERFORM 注文行番号初期化
019000     END-IF.
019100     OPEN INPUT 商品マスタ.
019200     OPEN I-O 改定予定ファイル.
019300     IF 商品マスタ正常 AND 改定予定正常
019400       SET 改定使用可 TO TRUE
019500     END-IF.
019600     OPEN I-O 休日マスタファイル.
019700     IF 休日マスタ正常
019800       SET 休日使用可 TO TRUE
019900     END-IF.
020000*
020100     MOVE "N" TO 走査終了フラグ.
020200     MOVE 0 TO 受信通番.
020300     START 受信キューファイル KEY > 受信通番
020400       INVALID KEY
020500         SET 走査終了 TO TRUE
020600     END-START.
020700     PERFORM キュー走査 UNTIL 走査終了.
020800*
020900     CLOSE 休日マスタファイル.
021000     CLOSE 改定予定ファイル.
021100     CLOSE 商品マスタ.
021200     CLOSE 在庫ファイル.
021300     CLOSE 注文行ファイル.
021400     CLOSE 受信キューファイル.
021500     DISPLAY "適用件数：" 適用件数.
021600     DISPLAY "失敗件数：" 失敗件数.
021700     STOP RUN.
021800*
021900 キュー走査.
022000     READ 受信キューファイル NEXT RECORD
022100       AT END
022200         SET 走査終了 TO TRUE
022300       NOT AT END
022400         IF 未処理
022500           AND (受信種別 = "OR" OR "KT" OR "HL")
022600           PERFORM メッセージ適用
022700         END-IF
022800     END-READ.
022900*
023000*　１メッセージを種別ごとの業務更新へ振り分け，結果を受信
023100*　キューの状態に残す。
023200*
023300 メッセージ適用.
023400     MOVE SPACE TO 失敗理由.
023500     MOVE 受信本文 TO 適用本文.
023600     EVALUATE 受信種別
023700       WHEN "OR"
023800         PERFORM 注文行適用
023900           THRU 注文行適用出口
024000       WHEN "KT"
024100         PERFORM 単価改定適用
024200           THRU 単価改定適用出口
024300       WHEN "HL"
024400         PERFORM 休日適用
024500           THRU 休日適用出口
024600     END-EVALUATE.
024700     IF 失敗理由 = SPACE
024800       SET 適用済 TO TRUE
024900       ADD 1 TO 適用件数
025000     ELSE
025100       SET 適用失敗 TO TRUE
025200       ADD 1 TO 失敗件数
025300       PERFORM 適用失敗通知
025400     END-IF.
025500     REWRITE 受信キューレコード.
025600*
025700*　拠点の注文行。在庫ファイルにある商品だけ受け付け，受注票
025800*　連携（JUCHUREN）と同じく未出荷の注文行を起こして出荷倉庫・
025900*　送料を確定し，引当数へ積む（セット商品は構成商品へ）。
026000*
026100 注文行適用.
026200     IF NOT 注文使用可
026300       MOVE "注文行ファイル使用不可" TO 失敗理由
026400       GO TO 注文行適用出口
026500     END-IF.
026600     IF 本文注文番号 = SPACE OR 本文顧客ＩＤ = SPACE
026700       MOVE "注文番号・顧客なし" TO 失敗理由
026800       GO TO 注文行適用出口
026900     END-IF.
027000     IF 本文数量 NOT NUMERIC OR 本文単価 NOT NUMERIC
027100       MOVE "数量・単価が数字でない" TO 失敗理由
027200       GO TO 注文行適用出口
027300     END-IF.
027400     IF 本文数量 = 0
027500       MOVE "数量が０" TO 失敗理由
027600       GO TO 注文行適用出口
027700     END-IF.
027800     MOVE 本文商品番号 TO 在庫商品番号.
027900     READ 在庫ファイル
028000       INVALID KEY
028100         MOVE "商品番号が在庫にない" TO 失敗理由
028200         GO TO 注文行適用出口
028300     END-READ.
028400*
028500     MOVE 次注文行番号         TO 注文行番号.
028600     ADD 1 TO 次注文行番号.
028700     MOVE 本文注文番号         TO 注文番号.
028800     MOVE 本文顧客ＩＤ         TO 注文顧客ＩＤ.
028900     MOVE 本文注文日           TO 注文日.
029000     MOVE 本文商品番号         TO 注文商品番号.
029100     MOVE 本文数量             TO 注文数量.
029200     MOVE 本文単価             TO 注文単価.
029300     COMPUTE 注文金額 = 注文数量 * 注文単価.
029400     MOVE 0 TO 適用割引規則 注文ポイント利用.
029500     SET 注文未出荷 TO TRUE.
029600     MOVE SPACE TO 出荷日 運送便番号.
029700     MOVE SPACE TO 注文配送先コード.
029800     MOVE 0 TO 請求番号 約束納期.
029900     CALL "倉庫引当" USING 注文商品番号
030000          注文数量 引当倉庫ワーク 倉庫引当結果.
030100     IF 倉庫引当結果 = 0
030200       MOVE 引当倉庫ワーク TO 出荷倉庫コード
030300     ELSE
030400       MOVE SPACE TO 出荷倉庫コード
030500     END-IF.
030600     MOVE SPACE TO 送料地域ワーク.
030700     CALL "送料計算" USING 送料地域ワーク
030800          注文数量 注文金額
030900          注文送料額 送料計算結果.
031000     MOVE SPACE TO 配送状況.
031100     MOVE 0 TO 配送状況日 配達日.
031200     WRITE 注文行レコード
031300       INVALID KEY
031400         MOVE "注文行が書けない" TO 失敗理由
031500         GO TO 注文行適用出口
031600     END-WRITE.
031700     CALL "セット構成取得" USING 注文商品番号
031800          構成件数 構成表 セット取得結果.
031900     IF セット商品
032000       PERFORM 構成引当
032100         VARYING 構成添字 FROM 1 BY 1
032200         UNTIL 構成添字 > 構成件数
032300     ELSE
032400       ADD 注文数量 TO 引当数
032500       REWRITE 在庫レコード
032600     END-IF.
032700*
032800 注文行適用出口.
032900     EXIT.
033000*
033100 構成引当.
033200     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
033300     READ 在庫ファイル
033400       INVALID KEY
033500         DISPLAY "警告：構成商品の在庫なし "
033600                 在庫商品番号
033700       NOT INVALID KEY
033800         COMPUTE 引当数 = 引当数
033900             + 注文数量 * 構成数量(構成添字)
034000         REWRITE 在庫レコード
034100     END-READ.
034200*
034300*　本社の単価改定。単価改定（KAITEI）の登録と同じく商品マスタ
034400*　に実在する商品だけ改定予定として受け付け，同一商品の予定は
034500*　置き換える。反映は従来どおりKAITEIの適用モードが行う。
034600*
034700 単価改定適用.
034800     IF NOT 改定使用可
034900       MOVE "商品マスタ・改定予定使用不可"
035000         TO 失敗理由
035100       GO TO 単価改定適用出口
035200     END-IF.
035300     IF 本文新単価 NOT NUMERIC OR 本文新原価 NOT NUMERIC
035400        OR 本文適用日 NOT NUMERIC
035500       MOVE "単価・原価・適用日が数字でない"
035600         TO 失敗理由
035700       GO TO 単価改定適用出口
035800     END-IF.
035900     IF 本文新単価 = 0 AND 本文新原価 = 0
036000       MOVE "改定内容がない" TO 失敗理由
036100       GO TO 単価改定適用出口
036200     END-IF.
036300     MOVE 本文商品コード
036400       TO 商品コード OF 商品マスタレコード.
036500     READ 商品マスタ
036600       INVALID KEY
036700         MOVE "商品コードが存在しない" TO 失敗理由
036800         GO TO 単価改定適用出口
036900     END-READ.
037000     IF 商品廃番
037100       MOVE "廃番商品" TO 失敗理由
037200       GO TO 単価改定適用出口
037300     END-IF.
037400     MOVE 本文商品コード TO 改定商品コード.
037500     READ 改定予定ファイル
037600       INVALID KEY
037700         MOVE 本文新単価 TO 改定新単価
037800         MOVE 本文適用日 TO 改定適用日
037900         MOVE 本文新原価 TO 改定新原価
038000         WRITE 改定予定レコード
038100       NOT INVALID KEY
038200         MOVE 本文新単価 TO 改定新単価
038300         MOVE 本文適用日 TO 改定適用日
038400         MOVE 本文新原価 TO 改定新原価
038500         REWRITE 改定予定レコード
038600     END-READ.
038700*
038800 単価改定適用出口.
038900     EXIT.
039000*
039100*　休日暦の更新。登録は未登録なら追加，登録済なら名称・休日
039200*　区分を置き換える。削除は登録済の日付だけ受け付ける。
039300*
039400 休日適用.
039500     IF NOT 休日使用可
039600       MOVE "休日マスタ使用不可" TO 失敗理由
039700       GO TO 休日適用出口
039800     END-IF.
039900     IF 本文休日日付 NOT NUMERIC OR 本文休日日付 = 0
040000       MOVE "休日日付が正しくない" TO 失敗理由
040100       GO TO 休日適用出口
040200     END-IF.
040300     MOVE 本文休日日付 TO 休日日付.
040400     EVALUATE TRUE
040500       WHEN 休日登録
040600         READ 休日マスタファイル
040700           INVALID KEY
040800             MOVE 本文休日名称 TO 休日名称
040900             MOVE 本文休日区分 TO 休日区分
041000             WRITE 休日マスタレコード
041100           NOT INVALID KEY
041200             MOVE 本文休日名称 TO 休日名称
041300             MOVE 本文休日区分 TO 休日区分
041400             REWRITE 休日マスタレコード
041500         END-READ
041600       WHEN 休日削除
041700         READ 休日マスタファイル
041800           INVALID KEY
041900             MOVE "削除する休日が未登録" TO 失敗理由
042000           NOT INVALID KEY
042100             DELETE 休日マスタファイル
042200         END-READ
042300       WHEN OTHER
042400         MOVE "休日の処理区分が正しくない"
042500           TO 失敗理由
042600     END-EVALUATE.
042700*
042800 休日適用出口.
042900     EXIT.
043000*
043100*　適用失敗は通番・種別・理由を運用メッセージへ異常として
043200*　通知する。修正後は受信キュー管理の再適用で未処理へ戻す。
043300*
043400 適用失敗通知.
043500     DISPLAY "適用失敗 通番：" 受信通番 " "
043600             失敗理由.
043700     MOVE "E" TO 通知重大度.
043800     MOVE SPACE TO 通知本文.
043900     STRING "通番" 受信通番 " " 受信種別 " "
044000            失敗理由
044100            DELIMITED BY SIZE INTO 通知本文.
044200     CALL "運用通知" USING 通知プログラム
044300          通知重大度 通知本文.
044400*
044500 注文行番号初期化.
044600     MOVE 1 TO 次注文行番号.
044700     MOVE "N" TO 注文走査終了フラグ.
044800     MOVE 0 TO 注文行番号.
044900     START 注文行ファイル KEY > 注文行番号
045000       INVALID KEY
045100         SET 注文走査終了 TO TRUE
045200     END-START.
045300     PERFORM 注文行番号走査 UNTIL 注文走査終了.
045400*
045500 注文行番号走査.
045600     READ 注文行ファイル NEXT RECORD
045700       AT END
045800         SET 注文走査終了 TO TRUE
045900       NOT AT END
046000         COMPUTE 次注文行番号 = 注文行番号 + 1
046100     END-READ.
