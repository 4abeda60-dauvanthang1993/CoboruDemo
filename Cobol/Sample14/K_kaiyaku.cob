000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_KAIYAKU.
000400*
000500*貯金口座の解約処理。前回の利息計算日から解約日までの利息を
000600*日割で求め，源泉税（K_GENSEN）を差し引いた差引利息額をK_NYU
000650*の更新経路で入金したうえで，残高から手数料
000700*を差し引いた額を現金（K_SYUKKIN）または振替（K_FURIKAE）で
000800*払い出し，貯金レコードに解約印を付ける。解約印の付いた口座
000900*はK_NYU／K_SYUKKIN／K_FURIKAEが取引を受け付けない。
001000*
001100*有効な定期預金（K_TEIKI），返済中の貸付（K_KASHI），有効な
001200*積立予約（K_YOYAKU）の引落口座になっている間は解約できない。
001300*解約の結果は解約台帳ファイルへ１口座１件で記録する。
001320*払出側で拒否される条件（差押・支払停止の拘束，締め済の月，
001340*手数料に満たない残高，振替先の状態）は利息の入金前に確かめる。
001360*利息の入金後に払出で打ち切られた解約は解約台帳に利息入金済
001380*として残り，再実行では利息を入金し直さず払出から行う。
001400*
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900      SELECT  貯金ファイル
002000                ASSIGN  TO "tyokin.dat"
002100                ORGANIZATION IS  INDEXED
002200                RECORD KEY   IS  貯金番号
002300                ACCESS MODE  IS  RANDOM.
002400      SELECT OPTIONAL 定期預金ファイル
002500                ASSIGN  TO "TEIKI.DAT"
002600                ORGANIZATION IS  INDEXED
002700                RECORD KEY   IS  定期証書番号
002800                ACCESS MODE  IS  SEQUENTIAL.
002900      SELECT OPTIONAL 貸付マスタファイル
003000                ASSIGN  TO "KASHI.DAT"
003100                ORGANIZATION IS  INDEXED
003200                RECORD KEY   IS  貸付番号
003300                ACCESS MODE  IS  SEQUENTIAL.
003400      SELECT OPTIONAL 積立予約ファイル
003500                ASSIGN  TO "FURIYO.DAT"
003600                ORGANIZATION IS  INDEXED
003700                RECORD KEY   IS  予約番号
003800                ACCESS MODE  IS  SEQUENTIAL.
003900      SELECT OPTIONAL 手数料ファイル
004000                ASSIGN  TO "TESURYO.DAT"
004100                ORGANIZATION IS  INDEXED
004200                RECORD KEY   IS  手数料キー
004300                ACCESS MODE  IS  SEQUENTIAL
004400                FILE STATUS  IS  手数料状態.
004500      SELECT OPTIONAL 利息計算日ファイル
004600                ASSIGN  TO "RISHIBI.DAT"
004700                ORGANIZATION IS  LINE SEQUENTIAL.
004800      SELECT OPTIONAL 解約台帳ファイル
004900                ASSIGN  TO "KAIYAKU.DAT"
005000                ORGANIZATION IS  INDEXED
005100                RECORD KEY   IS  解約貯金番号
005200                ACCESS MODE  IS  DYNAMIC.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD   貯金ファイル.
005700 01   貯金レコード.
005800      03 貯金番号     PIC  9(5).
005900      03 証書番号     PIC  9(4).
006000      03 氏名         PIC  N(6).
006100      03 貯金額       PIC  9(9).
006200      03 暗証番号     PIC  9(4).
006300      03 休眠区分     PIC  X(1).
006400         88 休眠中      VALUE "1".
006500         88 解約済      VALUE "9".
006600*
006700 FD   定期預金ファイル.
006800 01   定期レコード.
006900      03 定期証書番号 PIC  9(5).
007000      03 定期貯金番号 PIC  9(5).
007100      03 定期元本     PIC  9(9).
007200      03 定期期間月数 PIC  9(3).
007300      03 定期約定利率 PIC  9V9(4).
007400      03 定期預入日   PIC  9(8).
007500      03 定期満期日   PIC  9(8).
007600      03 定期継続区分 PIC  X(1).
007700         88 自動継続   VALUE "1".
007800      03 定期状態     PIC  X(1).
007900         88 定期有効   VALUE "1".
008000         88 定期支払済 VALUE "2".
008100*
008200 FD   貸付マスタファイル.
008300 01   貸付マスタレコード.
008400      03 貸付番号     PIC  9(5).
008500      03 貸付貯金番号 PIC  9(5).
008600      03 貸付元本     PIC  9(9).
008700      03 貸付年利率   PIC  9V9(4).
008800      03 貸付期間月数 PIC  9(3).
008900      03 月額返済額   PIC  9(9).
009000      03 残元本       PIC  9(9).
009100      03 延滞回数     PIC  9(3).
009200      03 最終返済年月 PIC  9(6).
009300      03 貸付状態     PIC  X(1).
009400         88 貸付実行中 VALUE "1".
009500         88 完済       VALUE "2".
009600      03 貸付実行日   PIC  9(8).
009620      03 返済方法区分 PIC  X(1).
009640         88 口座引落返済 VALUE "1".
009660         88 給与天引返済 VALUE "2".
009700*
009800 FD   積立予約ファイル.
009900 01   積立予約レコード.
010000      03 予約番号     PIC  9(4).
010100      03 予約貯金番号 PIC  9(5).
010200      03 積立金額     PIC  9(9).
010300      03 指定日       PIC  9(2).
010400      03 開始年月     PIC  9(6).
010500      03 終了年月     PIC  9(6).
010600      03 予約状態     PIC  X(1).
010700         88 予約有効   VALUE "1".
010800         88 予約取消済 VALUE "0".
010900      03 最終実行日   PIC  9(8).
011000*
011100 FD   手数料ファイル.
011200 01   手数料レコード.
011300      03 手数料キー.
011400         05 手数料取引区分 PIC  X(1).
011500         05 金額帯上限     PIC  9(9).
011600      03 手数料額          PIC  9(7).
011700*
011800 FD   利息計算日ファイル.
011900 01   利息計算日レコード.
012000      03 前回利息計算日 PIC  9(8).
012100*
012200 FD   解約台帳ファイル.
012300 01   解約台帳レコード.
012400      03 解約貯金番号 PIC  9(5).
012500      03 解約氏名     PIC  N(6).
012600      03 解約日       PIC  9(8).
012700      03 解約前残高   PIC  9(9).
012800      03 解約利息     PIC  9(9).
012850      03 解約源泉税   PIC  9(9).
012900      03 解約手数料   PIC  9(7).
013000      03 解約払出額   PIC  9(9).
013100      03 払出方法     PIC  X(1).
013200         88 現金払出   VALUE "1".
013300         88 振替払出   VALUE "2".
013400      03 払出先番号   PIC  9(5).
013500      03 解約日時     PIC  X(14).
013550      03 解約担当者ＩＤ PIC  X(8).
013562      03 解約状態     PIC  X(1).
013574         88 解約利息入金済 VALUE "1".
013586         88 解約完了   VALUE "2".
013600*
013700 WORKING-STORAGE SECTION.
013800 77 処理区分              PIC  9(1).
013900 77 終了区分              PIC  9(1)  VALUE 0.
014000    88 保守終了          VALUE 9.
014100 77 入力貯金番号          PIC  9(5).
014200 77 入力払出方法          PIC  X(1).
014300 77 入力振替先番号        PIC  9(5).
014400 77 走査終了フラグ        PIC  X(1).
014500    88 走査終了          VALUE "Y".
014600 77 解約不可フラグ        PIC  X(1).
014700    88 解約不可          VALUE "Y".
014800 77 手数料状態            PIC  X(2).
014900    88 手数料正常        VALUE "00" "05".
015000 77 検索取引区分          PIC  X(1).
015100 77 検索金額              PIC S9(10).
015200 77 検索手数料            PIC  9(7).
015300 77 算定手数料            PIC  9(7).
015400 77 払出前残高            PIC  9(9).
015500 77 払出額                PIC S9(10).
015600 77 経過日数              PIC S9(7).
015700 77 利率                  PIC  9V9(4)    VALUE 0.0010.
015800 77 利息日割額            PIC  9(9).
015900 77 解約前氏名            PIC  N(6).
016000 77 解約前貯金額          PIC  9(9).
016100 01 現在日時.
016200    02 現在日時８        PIC  9(8).
016300    02 現在時刻６        PIC  X(6).
016400    02 FILLER            PIC  X(7).
016500 01 現在年月  REDEFINES 現在日時.
016600    02 現在年月６        PIC  9(6).
016700    02 FILLER            PIC  X(15).
016800*
016900 77 リンク貯金番号        PIC  9(5)  COMP-5.
017000 77 リンク振替先番号      PIC  9(5)  COMP-5.
017100 77 リンク金額            PIC S9(9)  COMP-5.
017200 77 リンク貯金額          PIC S9(9)  COMP-5.
017300 77 リンクエラー番号      PIC  9(4)  COMP-5.
017320 77 リンク担当者ＩＤ      PIC  X(8).
017340 77 リンク現金区分        PIC  X(1).
017350 77 リンク利息額          PIC S9(9)  COMP-5.
017360 77 リンク国税額          PIC S9(9)  COMP-5.
017370 77 リンク地方税額        PIC S9(9)  COMP-5.
017380 77 リンク差引利息額      PIC S9(9)  COMP-5.
017390 77 リンク集計区分        PIC  X(1).
017400 77 リンク拘束額          PIC S9(9)  COMP-5.
017409 77 締確認サブシステム    PIC  X(2)  VALUE "YO".
017418 77 締確認日              PIC  9(8).
017427 77 締確認結果            PIC  9(1).
017436 77 利息入金済フラグ      PIC  X(1).
017445    88 利息入金済        VALUE "Y".
017454 77 算定源泉税            PIC  9(9).
017463 77 途中前残高        PIC  9(9).
017472 77 途中利息              PIC  9(9).
017481 77 途中源泉税            PIC  9(9).
017490*
017500 PROCEDURE DIVISION.
017600*
017700      PERFORM 解約メニュー処理 UNTIL 保守終了
017800      STOP RUN.
017900*
018000 解約メニュー処理.
018100      DISPLAY "貯金口座解約処理"
018200      DISPLAY "1:解約 2:解約台帳一覧 9:終了"
018300      ACCEPT 処理区分 FROM CONSOLE
018400      EVALUATE 処理区分
018500            WHEN 1
018600                  PERFORM 解約処理
018700                     THRU 解約処理出口
018800            WHEN 2
018900                  PERFORM 解約台帳一覧処理
019000            WHEN 9
019100                  MOVE 9 TO 終了区分
019200      END-EVALUATE.
019300*
019400*口座の状態と関連取引を確認し，利息入金・払出・解約印の順に
019500*処理する。途中でエラーとなった場合はそこで打ち切る
019600*
019700 解約処理.
019800      MOVE FUNCTION CURRENT-DATE TO 現在日時
019900      DISPLAY "貯金番号を入力してください"
020000      ACCEPT 入力貯金番号 FROM CONSOLE
020020      DISPLAY "担当者ＩＤを入力してください"
020040      ACCEPT リンク担当者ＩＤ FROM CONSOLE
020100      OPEN INPUT 貯金ファイル
020200      MOVE 入力貯金番号 TO 貯金番号
020300      READ 貯金ファイル
020400            INVALID KEY
020500                  DISPLAY "貯金番号が存在しません"
020600                  CLOSE 貯金ファイル
020700                  GO TO 解約処理出口
020800      END-READ
020900      CLOSE 貯金ファイル
021000      IF 解約済
021100            DISPLAY "既に解約済の口座です："
021150                    貯金番号
021200            GO TO 解約処理出口
021300      END-IF
021400      IF 休眠中
021500            DISPLAY "休眠口座です"
021600                    "（K_KAIJOで解除後に解約）"
021700            GO TO 解約処理出口
021800      END-IF
021900      MOVE 氏名   TO 解約前氏名
022000      MOVE 貯金額 TO 解約前貯金額
022050      PERFORM 解約途中確認
022100*
022200      PERFORM 関連取引チェック
022300      IF 解約不可
022400            DISPLAY "関連取引があり解約できません"
022500            GO TO 解約処理出口
022600      END-IF
022700*
022800      DISPLAY "払出方法を入力してください"
022850      DISPLAY "1:現金 2:振替"
022900      ACCEPT 入力払出方法 FROM CONSOLE
023000      MOVE 0 TO 入力振替先番号
023100      EVALUATE 入力払出方法
023200            WHEN "1"
023300                  MOVE "2" TO 検索取引区分
023400            WHEN "2"
023500                  MOVE "3" TO 検索取引区分
023600                  DISPLAY "振替先貯金番号を入力"
023700                  ACCEPT 入力振替先番号 FROM CONSOLE
023800                  IF 入力振替先番号 = 入力貯金番号
023900                        DISPLAY "振替先が同じ口座です"
024000                        GO TO 解約処理出口
024100                  END-IF
024200            WHEN OTHER
024300                  DISPLAY "払出方法に誤りがあります"
024400                  GO TO 解約処理出口
024500      END-EVALUATE
024600*
024700*
024750*解約日までの利息と源泉税を求め，払出が通ることを確かめてから
024800*差引利息をK_NYUで入金し，源泉税を利子税集計へ加える。入金後
024850*は解約台帳に利息入金済として残し，払出で打ち切られても再実行
024900*で利息を二重に入金しない
024950*
025000      MOVE 解約前貯金額 TO 払出前残高
025050      MOVE 0 TO 算定源泉税
025100      IF 利息入金済
025150            MOVE 途中利息       TO 利息日割額
025200            MOVE 途中源泉税     TO 算定源泉税
025250            MOVE 途中前残高     TO 解約前貯金額
025300      ELSE
025350            PERFORM 解約利息算出
025400               THRU 解約利息算出出口
025450            IF 利息日割額 > 0
025500                  MOVE 入力貯金番号 TO リンク貯金番号
025550                  MOVE 利息日割額   TO リンク利息額
025600                  MOVE "0"          TO リンク集計区分
025650                  PERFORM 源泉税算出
025700                  COMPUTE 算定源泉税 = リンク国税額
025750                                     + リンク地方税額
025800                  COMPUTE 払出前残高 = 解約前貯金額
025850                                     + リンク差引利息額
025900            END-IF
025950      END-IF
026000      PERFORM 払出事前チェック
026050         THRU 払出事前チェック出口
026100      IF 解約不可
026150            GO TO 解約処理出口
026200      END-IF
026250      IF NOT 利息入金済 AND 利息日割額 > 0
026300            MOVE 入力貯金番号 TO リンク貯金番号
026350            MOVE リンク差引利息額 TO リンク金額
026400            MOVE 0            TO リンク貯金額
026450            MOVE 0            TO リンクエラー番号
026500            MOVE "0"          TO リンク現金区分
026550            CALL "K_NYU" WITH STDCALL LINKAGE
026600                 USING リンク貯金番号
026650                       リンク金額
026700                       リンク貯金額
026750                       リンクエラー番号
026800                       リンク担当者ＩＤ
026850                       リンク現金区分
026900            IF リンクエラー番号 NOT = 0
026950                  DISPLAY "利息入金エラー番号："
027000                          リンクエラー番号
027050                  GO TO 解約処理出口
027100            END-IF
027150            MOVE リンク貯金額 TO 払出前残高
027200            MOVE "1"          TO リンク集計区分
027250            PERFORM 源泉税算出
027300            PERFORM 解約途中記録
027350      END-IF
027400*
027450*残高から手数料を差し引いた額を払い出す
027500*
027550      PERFORM 払出額算出
027600      IF 払出額 > 0
027650            PERFORM 残高払出
027700            IF リンクエラー番号 NOT = 0
027750                  DISPLAY "払出エラー番号："
027800                          リンクエラー番号
027850                  DISPLAY "利息は入金済です。"
027900                          "再実行で払出から行います"
027950                  GO TO 解約処理出口
028000            END-IF
028050      END-IF
028400*
028500*払出後の残高が０であることを確かめて解約印を付ける
028600*
028700      OPEN I-O 貯金ファイル
028800      MOVE 入力貯金番号 TO 貯金番号
028900      READ 貯金ファイル
029000            INVALID KEY
029100                  DISPLAY "貯金番号が存在しません"
029200                  CLOSE 貯金ファイル
029300                  GO TO 解約処理出口
029400      END-READ
029500      IF 貯金額 NOT = 0
029600            DISPLAY "残高があり解約できません："
029700                    貯金額
029800            CLOSE 貯金ファイル
029900            GO TO 解約処理出口
030000      END-IF
030100      SET 解約済 TO TRUE
030200      REWRITE 貯金レコード
030300      CLOSE 貯金ファイル
030400*
030500      PERFORM 解約台帳記録
030600      DISPLAY "解約しました：" 入力貯金番号
030700      DISPLAY "利息：" 利息日割額
030720      DISPLAY "源泉税：" 解約源泉税
030750      DISPLAY "手数料：" 算定手数料
030800      DISPLAY "払出額：" 解約払出額.
030900*
031000 解約処理出口.
031100      EXIT.
031200*
031300*定期預金・貸付・積立予約の各ファイルを走査し，この口座に
031400*有効な取引が残っていれば解約不可とする
031500*
031600 関連取引チェック.
031700      MOVE "N" TO 解約不可フラグ
031800      OPEN INPUT 定期預金ファイル
031900      MOVE "N" TO 走査終了フラグ
032000      PERFORM 定期預金走査 UNTIL 走査終了
032100      CLOSE 定期預金ファイル
032200      OPEN INPUT 貸付マスタファイル
032300      MOVE "N" TO 走査終了フラグ
032400      PERFORM 貸付走査 UNTIL 走査終了
032500      CLOSE 貸付マスタファイル
032600      OPEN INPUT 積立予約ファイル
032700      MOVE "N" TO 走査終了フラグ
032800      PERFORM 積立予約走査 UNTIL 走査終了
032900      CLOSE 積立予約ファイル.
033000*
033100 定期預金走査.
033200      READ 定期預金ファイル NEXT RECORD
033300            AT END
033400                  SET 走査終了 TO TRUE
033500            NOT AT END
033600                  IF 定期貯金番号 = 入力貯金番号
033700                     AND 定期有効
033800                        DISPLAY "有効な定期預金："
033900                                定期証書番号
034000                        SET 解約不可 TO TRUE
034100                  END-IF
034200      END-READ.
034300*
034400 貸付走査.
034500      READ 貸付マスタファイル NEXT RECORD
034600            AT END
034700                  SET 走査終了 TO TRUE
034800            NOT AT END
034900                  IF 貸付貯金番号 = 入力貯金番号
035000                     AND 貸付実行中
035100                        DISPLAY "返済中の貸付："
035200                                貸付番号
035300                        SET 解約不可 TO TRUE
035400                  END-IF
035500      END-READ.
035600*
035700*終了年月を過ぎた予約は実行されないため対象外とする
035800*
035900 積立予約走査.
036000      READ 積立予約ファイル NEXT RECORD
036100            AT END
036200                  SET 走査終了 TO TRUE
036300            NOT AT END
036400                  IF 予約貯金番号 = 入力貯金番号
036500                     AND 予約有効
036600                     AND 終了年月 >= 現在年月６
036700                        DISPLAY "有効な積立予約："
036800                                予約番号
036900                        SET 解約不可 TO TRUE
037000                  END-IF
037100      END-READ.
037200*
037300*前回の利息計算日（K_RISHIが記録）から解約日までの日数で
037400*利息計算バッチと同じ利率を日割する。端数は切り捨てる。
037500*計算日の記録が無い場合は解約利息なしとする
037600*
037700 解約利息算出.
037800      MOVE 0 TO 利息日割額
037900      MOVE 0 TO 前回利息計算日
038000      OPEN INPUT 利息計算日ファイル
038100      READ 利息計算日ファイル
038200            AT END
038300                  MOVE 0 TO 前回利息計算日
038400      END-READ
038500      CLOSE 利息計算日ファイル
038600      IF 前回利息計算日 = 0
038700         OR 前回利息計算日 >= 現在日時８
038800            GO TO 解約利息算出出口
038900      END-IF
039000      COMPUTE 経過日数 =
039100              FUNCTION INTEGER-OF-DATE(現在日時８)
039200            - FUNCTION INTEGER-OF-DATE(前回利息計算日)
039300      COMPUTE 利息日割額 =
039400              解約前貯金額 * 利率 * 経過日数 / 365.
039500*
039600 解約利息算出出口.
039700      EXIT.
039800*
039900*払出額は残高から手数料を差し引いた額とする。手数料は払出額
040000*の金額帯で決まるため，残高の帯で求めた手数料を差し引いた額
040100*で帯が変わる場合はその帯の手数料で求め直す
040200*
040300 払出額算出.
040400      MOVE 払出前残高 TO 検索金額
040500      PERFORM 手数料検索
040600      MOVE 検索手数料 TO 算定手数料
040700      COMPUTE 払出額 = 払出前残高 - 算定手数料
040800      IF 払出額 > 0
040900            MOVE 払出額 TO 検索金額
041000            PERFORM 手数料検索
041100            IF 検索手数料 NOT = 算定手数料
041200                  MOVE 検索手数料 TO 算定手数料
041300                  COMPUTE 払出額 =
041400                          払出前残高 - 算定手数料
041500            END-IF
041600      END-IF.
041700*
041800 手数料検索.
041900      MOVE 0 TO 検索手数料
042000      MOVE "N" TO 走査終了フラグ
042100      OPEN INPUT 手数料ファイル
042200      IF NOT 手数料正常
042300            SET 走査終了 TO TRUE
042400      END-IF
042500      PERFORM 手数料帯検索 UNTIL 走査終了
042600      CLOSE 手数料ファイル.
042700*
042800 手数料帯検索.
042900      READ 手数料ファイル NEXT RECORD
043000            AT END
043100                  SET 走査終了 TO TRUE
043200            NOT AT END
043300                  IF 手数料取引区分 = 検索取引区分
043400                     AND 検索金額 <= 金額帯上限
043500                        MOVE 手数料額 TO 検索手数料
043600                        SET 走査終了 TO TRUE
043700                  END-IF
043800      END-READ.
043900*
044000*現金払出はK_SYUKKIN，振替払出はK_FURIKAEの更新経路で行う
044100*
044200 残高払出.
044300      MOVE 入力貯金番号 TO リンク貯金番号
044400      MOVE 払出額       TO リンク金額
044500      MOVE 0            TO リンク貯金額
044600      MOVE 0            TO リンクエラー番号
044700      MOVE "1"          TO リンク現金区分
044750      IF 入力払出方法 = "1"
044800            CALL "K_SYUKKIN" WITH STDCALL LINKAGE
044900                 USING リンク貯金番号
045000                       リンク金額
045100                       リンク貯金額
045200                       リンクエラー番号
045220                       リンク担当者ＩＤ
045240                       リンク現金区分
045300      ELSE
045400            MOVE 入力振替先番号 TO リンク振替先番号
045500            CALL "K_FURIKAE" WITH STDCALL LINKAGE
045600                 USING リンク貯金番号
045700                       リンク振替先番号
045800                       リンク金額
045900                       リンク貯金額
046000                       リンクエラー番号
046050                       リンク担当者ＩＤ
046100      END-IF.
046200*
046210 源泉税算出.
046220      CALL "K_GENSEN" WITH STDCALL LINKAGE
046230           USING リンク貯金番号
046240                 リンク利息額
046250                 リンク国税額
046260                 リンク地方税額
046270                 リンク差引利息額
046280                 リンク集計区分.
046290*
046300 解約台帳記録.
046400      MOVE 入力貯金番号   TO 解約貯金番号
046500      MOVE 解約前氏名     TO 解約氏名
046600      MOVE 現在日時８     TO 解約日
046700      MOVE 解約前貯金額   TO 解約前残高
046800      MOVE 利息日割額     TO 解約利息
046850      MOVE 算定源泉税     TO 解約源泉税
046900      MOVE 算定手数料     TO 解約手数料
047000      IF 払出額 > 0
047100            MOVE 払出額   TO 解約払出額
047200      ELSE
047300            MOVE 0        TO 解約払出額
047400            MOVE 0        TO 解約手数料
047500      END-IF
047600      MOVE 入力払出方法   TO 払出方法
047650      MOVE リンク担当者ＩＤ TO 解約担当者ＩＤ
047700      MOVE 入力振替先番号 TO 払出先番号
047800      MOVE 現在日時 (1:14) TO 解約日時
047900      SET 解約完了 TO TRUE
048000      PERFORM 解約台帳書込.
048500*
048600 解約台帳一覧処理.
048700      OPEN INPUT 解約台帳ファイル
048800      MOVE "N" TO 走査終了フラグ
048900      PERFORM 解約台帳一覧明細 UNTIL 走査終了
049000      CLOSE 解約台帳ファイル.
049100*
049200 解約台帳一覧明細.
049300      READ 解約台帳ファイル NEXT RECORD
049400            AT END
049500                  SET 走査終了 TO TRUE
049600            NOT AT END
049700                  DISPLAY 解約貯金番号 " " 解約氏名
049800                          " " 解約日 " " 解約前残高
049900                          " " 解約利息 " " 解約源泉税
049950                          " " 解約手数料
050000                          " " 解約払出額 " " 払出方法
050100                          " " 払出先番号
050150                          " " 解約担当者ＩＤ
050175                          " " 解約状態
050200      END-READ.
050300*
050400*払出側（K_SYUKKIN／K_FURIKAE）で拒否される条件を利息の入金前
050500*に確かめる。全額を払い出すため，拘束額があれば払出できない
050600*
050700 払出事前チェック.
050800      MOVE "N" TO 解約不可フラグ
050900      MOVE 入力貯金番号 TO リンク貯金番号
051000      CALL "K_KOSOKU" WITH STDCALL LINKAGE
051100           USING リンク貯金番号
051200                 リンク拘束額
051300      IF リンク拘束額 > 0
051400            DISPLAY "差押・支払停止の拘束があり"
051500                    "解約できません"
051600            SET 解約不可 TO TRUE
051700            GO TO 払出事前チェック出口
051800      END-IF
051900      MOVE 現在日時８ TO 締確認日
052000      CALL "締状態確認" USING 締確認サブシステム
052100                              締確認日 締確認結果
052200      IF 締確認結果 NOT = 0
052300            DISPLAY "当月は締処理中か締済です"
052400                    "解約できません"
052500            SET 解約不可 TO TRUE
052600            GO TO 払出事前チェック出口
052700      END-IF
052800      PERFORM 払出額算出
052900      IF 払出前残高 > 0 AND 払出額 <= 0
053000            DISPLAY "残高が手数料に満たないため"
053100                    "払出できません"
053200            SET 解約不可 TO TRUE
053300            GO TO 払出事前チェック出口
053400      END-IF
053500      IF 入力払出方法 = "2"
053510            PERFORM 振替先確認
053520      END-IF.
055000*
055100 払出事前チェック出口.
055200      EXIT.
055205*
055210*振替先が存在し，休眠・解約済でないことを確かめる
055215*
055220 振替先確認.
055225      OPEN INPUT 貯金ファイル
055230      MOVE 入力振替先番号 TO 貯金番号
055235      READ 貯金ファイル
055240            INVALID KEY
055245                  DISPLAY "振替先が存在しません"
055250                  SET 解約不可 TO TRUE
055255      END-READ
055260      CLOSE 貯金ファイル
055265      IF NOT 解約不可 AND (休眠中 OR 解約済)
055270            DISPLAY "振替先が休眠か解約済です"
055275            SET 解約不可 TO TRUE
055280      END-IF.
055300*
055400*利息入金済のまま打ち切られた解約があれば，その利息・源泉税と
055500*入金前の残高を引き継ぐ
055600*
055700 解約途中確認.
055800      MOVE "N" TO 利息入金済フラグ
055900      OPEN INPUT 解約台帳ファイル
056000      MOVE 入力貯金番号 TO 解約貯金番号
056100      READ 解約台帳ファイル
056200            INVALID KEY
056300                  CONTINUE
056400            NOT INVALID KEY
056500                  IF 解約利息入金済
056600                        SET 利息入金済 TO TRUE
056700                        MOVE 解約前残高 TO 途中前残高
056800                        MOVE 解約利息   TO 途中利息
056900                        MOVE 解約源泉税 TO 途中源泉税
057000                  END-IF
057100      END-READ
057200      CLOSE 解約台帳ファイル.
057300*
057400 解約途中記録.
057500      MOVE 入力貯金番号   TO 解約貯金番号
057600      MOVE 解約前氏名     TO 解約氏名
057700      MOVE 現在日時８     TO 解約日
057800      MOVE 解約前貯金額   TO 解約前残高
057900      MOVE 利息日割額     TO 解約利息
058000      MOVE 算定源泉税     TO 解約源泉税
058100      MOVE 0              TO 解約手数料
058200      MOVE 0              TO 解約払出額
058300      MOVE 入力払出方法   TO 払出方法
058400      MOVE 入力振替先番号 TO 払出先番号
058500      MOVE リンク担当者ＩＤ TO 解約担当者ＩＤ
058600      MOVE 現在日時 (1:14) TO 解約日時
058700      SET 解約利息入金済 TO TRUE
058800      PERFORM 解約台帳書込.
058900*
059000 解約台帳書込.
059100      OPEN I-O 解約台帳ファイル
059200      WRITE 解約台帳レコード
059300            INVALID KEY
059400                  REWRITE 解約台帳レコード
059500      END-WRITE
059600      CLOSE 解約台帳ファイル.
