000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_FUSHIN.
000400*
000500*不審取引の監視バッチ（夜間）。取引ログ（当月の torihiki.dat
000600*と月次切替済の世代ファイル torihiki.YYYYMM）を読み，対象日の
000700*取引から次の３種類を検知して不審取引案件ファイルへ登録する。
000800*  １ 高額取引　　閾値以上の現金入金・現金出金
000900*  ２ 分割出金　　閾値をわずかに下回る現金出金が同日に複数あり，
001000*                 合計が閾値を超えるもの
001100*  ３ 急速入出金　普段取引の少ない口座，または休眠解除（K_KAIJO）
001200*                 から間もない口座で，同日に入金した額の大半を
001300*                 出金したもの
001400*閾値等の判定条件は監視条件ファイル（FUSHINPM.DAT）から読み，
001500*ファイルが無い場合は既定値で判定する。登録した案件は審査状態
001600*を未審査とし，審査結果は不審取引審査（K_SINSA）で記録する。
001700*同じ対象日で再実行しても登録済の案件は重複登録しない。
001800*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300      SELECT OPTIONAL 取引ログファイル
002400                ASSIGN  TO ログファイル名
002500                ORGANIZATION IS  LINE SEQUENTIAL
002600                FILE STATUS  IS  ログファイル状態.
002700      SELECT OPTIONAL 監視条件ファイル
002800                ASSIGN  TO "FUSHINPM.DAT"
002900                ORGANIZATION IS  LINE SEQUENTIAL
003000                FILE STATUS  IS  条件ファイル状態.
003100      SELECT OPTIONAL 解除履歴ファイル
003200                ASSIGN  TO "KAIJOREK.DAT"
003300                ORGANIZATION IS  LINE SEQUENTIAL
003400                FILE STATUS  IS  解除ファイル状態.
003500      SELECT OPTIONAL 不審案件ファイル
003600                ASSIGN  TO "FUSHIN.DAT"
003700                ORGANIZATION IS  INDEXED
003800                RECORD KEY   IS  案件キー
003900                ACCESS MODE  IS  RANDOM.
004000      SELECT  監視レポートファイル
004100                ASSIGN  TO "FUSHIN.RPT"
004200                ORGANIZATION IS  LINE SEQUENTIAL.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD   取引ログファイル.
004700      COPY TORILOG.
004800*
004900 FD   監視条件ファイル.
005000 01   監視条件レコード.
005100      03 条件高額閾値     PIC  9(9).
005200      03 条件分割率       PIC  9(3).
005300      03 条件分割件数     PIC  9(2).
005400      03 条件平常月数     PIC  9(2).
005500      03 条件平常件数     PIC  9(3).
005600      03 条件解除後日数   PIC  9(3).
005700      03 条件急速下限額   PIC  9(9).
005800      03 条件出入比率     PIC  9(3).
005900*
006000 FD   解除履歴ファイル.
006100 01   解除履歴レコード.
006200      03 解除貯金番号 PIC  9(5).
006300      03 解除日       PIC  9(8).
006400      03 解除日時     PIC  X(14).
006500*
006600 FD   不審案件ファイル.
006700 01   不審案件レコード.
006800      03 案件キー.
006900         05 検知日       PIC  9(8).
007000         05 案件貯金番号 PIC  9(5).
007100         05 検知区分     PIC  X(1).
007200            88 高額取引   VALUE "1".
007300            88 分割出金   VALUE "2".
007400            88 急速入出金 VALUE "3".
007500      03 検知金額     PIC  9(11).
007600      03 検知件数     PIC  9(3).
007700      03 審査状態     PIC  X(1).
007800         88 未審査     VALUE "0".
007900         88 審査中     VALUE "1".
008000         88 問題なし   VALUE "2".
008100         88 届出済     VALUE "3".
008200      03 審査担当者   PIC  X(8).
008300      03 処分内容     PIC  X(40).
008400      03 審査日       PIC  9(8).
008500      03 検知日時     PIC  X(14).
008600*
008700 FD   監視レポートファイル.
008800 01   監視レポート行  PIC  X(100).
008900*
009000 WORKING-STORAGE SECTION.
009100 77 ログファイル名        PIC  X(20) VALUE SPACE.
009200 77 ログファイル状態      PIC  X(2).
009300    88 ログファイル正常  VALUE "00".
009400 77 条件ファイル状態      PIC  X(2).
009500    88 条件ファイル正常  VALUE "00".
009600 77 解除ファイル状態      PIC  X(2).
009700    88 解除ファイル正常  VALUE "00".
009800 77 ログ終了フラグ        PIC  X(1).
009900    88 ログ終了          VALUE "Y".
010000 77 解除終了フラグ        PIC  X(1).
010100    88 解除終了          VALUE "Y".
010200 77 当月読込済フラグ      PIC  X(1)  VALUE "N".
010300    88 当月読込済        VALUE "Y".
010400 77 対象日                PIC  9(8).
010500 77 当日日付              PIC  9(8).
010600 77 当月年月              PIC  9(6).
010700 77 窓開始日              PIC  9(8).
010800 77 月通算                PIC  9(6)  COMP-5.
010900 77 開始月通算            PIC  9(6)  COMP-5.
011000 77 終了月通算            PIC  9(6)  COMP-5.
011100 77 口座番号添字          PIC  9(5)  COMP-5.
011200 77 取引額                PIC S9(10).
011300 77 分割下限額            PIC  9(9).
011400 77 出金判定額            PIC  9(11).
011500 77 解除経過日数          PIC S9(7).
011600 77 平常口座フラグ        PIC  X(1).
011700    88 平常取引少        VALUE "Y".
011800 77 解除直後フラグ        PIC  X(1).
011900    88 解除直後          VALUE "Y".
012000 77 対象外件数            PIC  9(5)  VALUE 0.
012100 77 新規案件件数          PIC  9(5)  VALUE 0.
012200 77 既存案件件数          PIC  9(5)  VALUE 0.
012300*
012400*判定条件（監視条件ファイルが無い場合の既定値）
012500*
012600 01 判定条件.
012700    02 高額閾値          PIC  9(9)  VALUE 2000000.
012800    02 分割率            PIC  9(3)  VALUE 90.
012900    02 分割件数下限      PIC  9(2)  VALUE 2.
013000    02 平常月数          PIC  9(2)  VALUE 3.
013100    02 平常件数上限      PIC  9(3)  VALUE 3.
013200    02 解除後日数        PIC  9(3)  VALUE 90.
013300    02 急速下限額        PIC  9(9)  VALUE 500000.
013400    02 出入比率          PIC  9(3)  VALUE 80.
013500*
013600 01 現在日時.
013700    02 現在日時８        PIC  9(8).
013800    02 FILLER            PIC  X(13).
013900 01 年月計算域            PIC  9(6).
014000 01 年月分解  REDEFINES 年月計算域.
014100    02 計算年            PIC  9(4).
014200    02 計算月            PIC  9(2).
014300*
014400 01 口座監視表.
014500    02 口座監視明細  OCCURS 99.
014600       03 残高既知フラグ  PIC  X(1).
014700          88 残高既知     VALUE "1".
014800       03 直前残高        PIC  9(9).
014900       03 過去取引件数    PIC  9(5).
015000       03 当日入金計      PIC  9(11).
015100       03 当日出金計      PIC  9(11).
015200       03 高額件数        PIC  9(3).
015300       03 高額計          PIC  9(11).
015400       03 分割件数        PIC  9(3).
015500       03 分割計          PIC  9(11).
015600       03 最終解除日      PIC  9(8).
015700*
015800 01 見出し行編集域.
015900    02 FILLER             PIC  X(32) VALUE
016000       "*** 不審取引監視レポート ***".
016100    02 FILLER             PIC  X(8)  VALUE " 対象:".
016200    02 編集対象日         PIC  9(8).
016300*
016400 01 明細行編集域.
016500    02 編集貯金番号       PIC  9(5).
016600    02 FILLER             PIC  X(2)  VALUE SPACE.
016700    02 編集検知区分       PIC  X(16).
016800    02 FILLER             PIC  X(2)  VALUE SPACE.
016900    02 編集検知金額       PIC  ZZ,ZZZ,ZZZ,ZZ9.
017000    02 FILLER             PIC  X(2)  VALUE SPACE.
017100    02 編集検知件数       PIC  ZZ9.
017200    02 FILLER             PIC  X(2)  VALUE SPACE.
017300    02 編集登録区分       PIC  X(12).
017400*
017500 PROCEDURE DIVISION.
017600*
017700      DISPLAY "不審取引監視バッチ"
017800      DISPLAY "対象日を入力してください(YYYYMMDD)"
017900      ACCEPT 対象日 FROM CONSOLE
018000      MOVE FUNCTION CURRENT-DATE TO 現在日時
018100      MOVE 現在日時８ TO 当日日付
018200      MOVE 現在日時８ (1:6) TO 当月年月
018300      IF 対象日 > 当日日付
018400            DISPLAY "対象日が正しくありません"
018500            STOP RUN
018600      END-IF
018700*
018800      PERFORM 監視条件取込
018900      COMPUTE 分割下限額 = 高額閾値 * 分割率 / 100
019000      PERFORM 監視表初期化
019100           VARYING 口座番号添字 FROM 1 BY 1
019200           UNTIL 口座番号添字 > 99
019300*
019400*平常判定月数分さかのぼった月の初日から対象日までのログを
019500*月ごとに読む。当月以降の月は当月の取引ログファイルを読む
019600*
019700      MOVE 対象日 (1:6) TO 年月計算域
019800      COMPUTE 終了月通算 = 計算年 * 12 + 計算月 - 1
019900      COMPUTE 開始月通算 = 終了月通算 - 平常月数
020000      MOVE 開始月通算 TO 月通算
020100      PERFORM 年月算出
020200      COMPUTE 窓開始日 = 年月計算域 * 100 + 1
020300      PERFORM 月別ログ処理 THRU 月別ログ処理出口
020400           VARYING 月通算 FROM 開始月通算 BY 1
020500           UNTIL 月通算 > 終了月通算
020600*
020700      PERFORM 解除履歴取込
020800*
020900      OPEN I-O 不審案件ファイル
021000      OPEN OUTPUT 監視レポートファイル
021100      MOVE 対象日 TO 編集対象日
021200      MOVE 見出し行編集域 TO 監視レポート行
021300      WRITE 監視レポート行
021400      MOVE "番号   検知区分            検知金額" &
021500           "          件数  登録"
021600           TO 監視レポート行
021700      WRITE 監視レポート行
021800      PERFORM 口座別判定
021900           VARYING 口座番号添字 FROM 1 BY 1
022000           UNTIL 口座番号添字 > 99
022100      PERFORM 集計フッタ出力
022200      CLOSE 監視レポートファイル
022300      CLOSE 不審案件ファイル
022400*
022500      DISPLAY "新規案件件数：" 新規案件件数
022600      DISPLAY "登録済案件件数：" 既存案件件数
022700      IF 対象外件数 NOT = 0
022800            DISPLAY "対象外取引（番号100以上）："
022900                    対象外件数
023000      END-IF
023100      STOP RUN.
023200*
023300*監視条件ファイルがあれば既定値を置き換える
023400*
023500 監視条件取込.
023600      OPEN INPUT 監視条件ファイル
023700      IF 条件ファイル正常
023800            READ 監視条件ファイル
023900                  NOT AT END
024000                        PERFORM 監視条件設定
024100            END-READ
024200      END-IF
024300      CLOSE 監視条件ファイル.
024400*
024500 監視条件設定.
024600      MOVE 条件高額閾値   TO 高額閾値
024700      MOVE 条件分割率     TO 分割率
024800      MOVE 条件分割件数   TO 分割件数下限
024900      MOVE 条件平常月数   TO 平常月数
025000      MOVE 条件平常件数   TO 平常件数上限
025100      MOVE 条件解除後日数 TO 解除後日数
025200      MOVE 条件急速下限額 TO 急速下限額
025300      MOVE 条件出入比率   TO 出入比率.
025400*
025500 監視表初期化.
025600      MOVE SPACE TO 残高既知フラグ(口座番号添字)
025700      MOVE 0 TO 直前残高(口座番号添字)
025800      MOVE 0 TO 過去取引件数(口座番号添字)
025900      MOVE 0 TO 当日入金計(口座番号添字)
026000      MOVE 0 TO 当日出金計(口座番号添字)
026100      MOVE 0 TO 高額件数(口座番号添字)
026200      MOVE 0 TO 高額計(口座番号添字)
026300      MOVE 0 TO 分割件数(口座番号添字)
026400      MOVE 0 TO 分割計(口座番号添字)
026500      MOVE 0 TO 最終解除日(口座番号添字).
026600*
026700 年月算出.
026800      COMPUTE 計算年 = 月通算 / 12
026900      COMPUTE 計算月 = 月通算 - 計算年 * 12 + 1.
027000*
027100 月別ログ処理.
027200      PERFORM 年月算出
027300      IF 年月計算域 >= 当月年月
027400            IF 当月読込済
027500                  GO TO 月別ログ処理出口
027600            END-IF
027700            MOVE "torihiki.dat" TO ログファイル名
027800            SET 当月読込済 TO TRUE
027900      ELSE
028000            MOVE SPACE TO ログファイル名
028100            STRING "torihiki." 年月計算域
028200                   DELIMITED BY SIZE
028300                   INTO ログファイル名
028400      END-IF
028500      MOVE "N" TO ログ終了フラグ
028600      OPEN INPUT 取引ログファイル
028700      IF NOT ログファイル正常
028800            SET ログ終了 TO TRUE
028900      END-IF
029000      PERFORM 取引ログ読込 UNTIL ログ終了
029100      CLOSE 取引ログファイル.
029200*
029300 月別ログ処理出口.
029400      EXIT.
029500*
029600 取引ログ読込.
029700      READ 取引ログファイル
029800            AT END
029900                  SET ログ終了 TO TRUE
030000            NOT AT END
030100                  PERFORM 取引ログ判定
030200                     THRU 取引ログ判定出口
030300      END-READ.
030400*
030500*正常終了した取引だけを対象とし，窓開始日前の取引は直前
030600*残高の繰り越しだけに使う
030700*
030800 取引ログ判定.
030900      IF ログ貯金番号 < 1 OR ログ貯金番号 > 99
031000            ADD 1 TO 対象外件数
031100            GO TO 取引ログ判定出口
031200      END-IF
031300      IF ログエラー番号 NOT = 0
031400         OR ログ取引日時 > 対象日
031500            GO TO 取引ログ判定出口
031600      END-IF
031700      MOVE ログ貯金番号 TO 口座番号添字
031800      IF ログ取引日時 >= 窓開始日
031900         AND (ログ入金 OR ログ出金)
032000            PERFORM 取引額導出
032100            IF ログ取引日時 < 対象日
032200                  ADD 1 TO 過去取引件数(口座番号添字)
032300            ELSE
032400                  PERFORM 当日取引集計
032500            END-IF
032600      END-IF
032700      MOVE ログ取引後残高
032750           TO 直前残高(口座番号添字)
032800      SET 残高既知(口座番号添字) TO TRUE.
032900*
033000 取引ログ判定出口.
033100      EXIT.
033200*
033300*旧形式のログで入金額が０の場合は直前残高との差分を入金額
033400*とする
033500*
033600 取引額導出.
033700      MOVE ログ取引金額 TO 取引額
033800      IF ログ入金 AND ログ取引金額 = 0
033900            IF 残高既知(口座番号添字)
034000                  COMPUTE 取引額 = ログ取引後残高
034100                          - 直前残高(口座番号添字)
034200            END-IF
034300      END-IF
034400      IF 取引額 < 0
034500            MOVE 0 TO 取引額
034600      END-IF.
034700*
034720*高額取引・分割出金は現金取引だけを数える。現金区分の無い
034740*旧形式のログは現金取引とみなす
034760*
034800 当日取引集計.
034900      IF ログ入金
035000            ADD 取引額 TO 当日入金計(口座番号添字)
035100      ELSE
035200            ADD 取引額 TO 当日出金計(口座番号添字)
035300      END-IF
035350      IF ログ現金区分 NOT = "0"
035400            IF 取引額 >= 高額閾値
035500                  ADD 1 TO 高額件数(口座番号添字)
035600                  ADD 取引額 TO 高額計(口座番号添字)
035700            ELSE
035800                  IF ログ出金 AND 取引額 >= 分割下限額
035900                        ADD 1
035950                          TO 分割件数(口座番号添字)
036000                        ADD 取引額
036050                          TO 分割計(口座番号添字)
036100                  END-IF
036200            END-IF
036250      END-IF.
036300*
036400*口座ごとに対象日以前で最も新しい休眠解除日を求める
036500*
036600 解除履歴取込.
036700      MOVE "N" TO 解除終了フラグ
036800      OPEN INPUT 解除履歴ファイル
036900      IF NOT 解除ファイル正常
037000            SET 解除終了 TO TRUE
037100      END-IF
037200      PERFORM 解除履歴読込 UNTIL 解除終了
037300      CLOSE 解除履歴ファイル.
037400*
037500 解除履歴読込.
037600      READ 解除履歴ファイル
037700            AT END
037800                  SET 解除終了 TO TRUE
037900            NOT AT END
038000                  PERFORM 解除日設定
038100      END-READ.
038200*
038300 解除日設定.
038400      IF 解除貯金番号 >= 1 AND 解除貯金番号 <= 99
038500         AND 解除日 <= 対象日
038600            MOVE 解除貯金番号 TO 口座番号添字
038700            IF 解除日 > 最終解除日(口座番号添字)
038800                  MOVE 解除日
038850                       TO 最終解除日(口座番号添字)
038900            END-IF
039000      END-IF.
039100*
039200 口座別判定.
039300      IF 高額件数(口座番号添字) > 0
039400            MOVE "1" TO 検知区分
039500            MOVE 高額計(口座番号添字)   TO 検知金額
039600            MOVE 高額件数(口座番号添字) TO 検知件数
039700            PERFORM 案件登録
039800      END-IF
039900      IF 分割件数(口座番号添字) >= 分割件数下限
040000         AND 分割計(口座番号添字) > 高額閾値
040100            MOVE "2" TO 検知区分
040200            MOVE 分割計(口座番号添字)   TO 検知金額
040300            MOVE 分割件数(口座番号添字) TO 検知件数
040400            PERFORM 案件登録
040500      END-IF
040600      PERFORM 急速入出金判定.
040700*
040800*平常の取引が少ない口座か休眠解除直後の口座で，当日の入金
040900*額の出入比率以上を同日に出金していれば急速入出金とする
041000*
041100 急速入出金判定.
041200      MOVE "N" TO 平常口座フラグ
041300      MOVE "N" TO 解除直後フラグ
041400      IF 過去取引件数(口座番号添字)
041450            <= 平常件数上限
041500            SET 平常取引少 TO TRUE
041600      END-IF
041700      IF 最終解除日(口座番号添字) NOT = 0
041800            COMPUTE 解除経過日数 =
041900                FUNCTION INTEGER-OF-DATE(対象日)
042000              - FUNCTION INTEGER-OF-DATE(
042100                    最終解除日(口座番号添字))
042200            IF 解除経過日数 <= 解除後日数
042300                  SET 解除直後 TO TRUE
042400            END-IF
042500      END-IF
042600      COMPUTE 出金判定額 =
042700              当日入金計(口座番号添字)
042750              * 出入比率 / 100
042800      IF (平常取引少 OR 解除直後)
042900         AND 当日入金計(口座番号添字)
042950             >= 急速下限額
043000         AND 当日出金計(口座番号添字)
043050             >= 出金判定額
043100            MOVE "3" TO 検知区分
043200            COMPUTE 検知金額 =
043250                    当日入金計(口座番号添字)
043300                  + 当日出金計(口座番号添字)
043400            MOVE 0 TO 検知件数
043500            PERFORM 案件登録
043600      END-IF.
043700*
043800*案件を未審査で登録する。同じ案件が登録済なら審査結果を
043900*残すため上書きしない
044000*
044100 案件登録.
044200      MOVE 対象日       TO 検知日
044300      MOVE 口座番号添字 TO 案件貯金番号
044400      SET 未審査 TO TRUE
044500      MOVE SPACE        TO 審査担当者
044600      MOVE SPACE        TO 処分内容
044700      MOVE 0            TO 審査日
044800      MOVE 現在日時 (1:14) TO 検知日時
044900      MOVE 口座番号添字 TO 編集貯金番号
045000      EVALUATE TRUE
045100            WHEN 高額取引
045200                  MOVE "高額取引" TO 編集検知区分
045300            WHEN 分割出金
045400                  MOVE "分割出金" TO 編集検知区分
045500            WHEN 急速入出金
045600                  MOVE "急速入出金" TO 編集検知区分
045700      END-EVALUATE
045800      MOVE 検知金額 TO 編集検知金額
045900      MOVE 検知件数 TO 編集検知件数
046000      WRITE 不審案件レコード
046100            INVALID KEY
046200                  MOVE "登録済" TO 編集登録区分
046300                  ADD 1 TO 既存案件件数
046400            NOT INVALID KEY
046500                  MOVE "新規" TO 編集登録区分
046600                  ADD 1 TO 新規案件件数
046700      END-WRITE
046800      MOVE 明細行編集域 TO 監視レポート行
046900      WRITE 監視レポート行.
047000*
047100 集計フッタ出力.
047200      MOVE SPACE TO 監視レポート行
047300      WRITE 監視レポート行
047400      MOVE SPACE TO 監視レポート行
047500      STRING "新規案件：" 新規案件件数
047600             "  登録済案件：" 既存案件件数
047700             DELIMITED BY SIZE
047800             INTO 監視レポート行
047900      WRITE 監視レポート行.
