000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_TENBIKI.
000400*
000500*給与天引の反映バッチ。月次給与バッチ（KYUTOROKU）が書き出した
000600*天引引継ファイル（TENBIKI.DAT）を読み，社内預金の積立は
000700*K_NYUの更新経路で貯金へ入金し，職員貸付の返済は貸付マスタ
000800*（KASHI.DAT）へ回収として反映する。
000900*
001000*反映の前に引継ファイルの明細件数・合計金額をトレーラと照合
001100*し，一致しない場合は１件も反映せずに終了する。同じ支給年月の
001200*二重反映は天引反映管理ファイル（TENBKAN.DAT）で防ぐ。
001300*
001400*貸付の回収はK_HENSAIと同じく当月利息（残元本×年利率÷１２）
001500*を充当した残りで残元本を減らし，最終返済年月を支給年月に
001600*する。天引額が完済に要する額を超えた分と，完済済の貸付への
001700*天引は貸付のリンク口座へK_NYUで返金する。反映できなかった
001800*天引は天引反映リスト（TENBIKI.RPT）へエラーとして出力し，
001900*受信・反映・エラーの件数と金額を突き合わせて報告する。
001925*返金できなかった天引は返金先の口座と返金額をエラー行に出し，
001950*終了コードを８にして給与担当の手作業の返金を促す。
001975*支給年月が貯金（YO）の締処理中・締済の月なら反映しない。
002000*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500      SELECT OPTIONAL 天引引継ファイル
002600                ASSIGN  TO "TENBIKI.DAT"
002700                ORGANIZATION IS  LINE SEQUENTIAL
002800                FILE STATUS  IS  引継ファイル状態.
002900      SELECT  貸付マスタファイル
003000                ASSIGN  TO "KASHI.DAT"
003100                ORGANIZATION IS  INDEXED
003200                RECORD KEY   IS  貸付番号
003300                ACCESS MODE  IS  RANDOM.
003400      SELECT OPTIONAL 天引反映管理ファイル
003500                ASSIGN  TO "TENBKAN.DAT"
003600                ORGANIZATION IS  INDEXED
003700                RECORD KEY   IS  管理支給年月
003800                ACCESS MODE  IS  RANDOM.
003900      SELECT  天引反映リストファイル
004000                ASSIGN  TO "TENBIKI.RPT"
004100                ORGANIZATION IS  LINE SEQUENTIAL.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD   天引引継ファイル.
004600 01   天引引継レコード.
004700      03 引継レコード区分 PIC  X(1).
004800         88 引継明細     VALUE "1".
004900         88 引継トレーラ VALUE "9".
005000      03 引継従業員番号 PIC  9(4).
005100      03 引継支給年月   PIC  9(6).
005200      03 引継天引区分   PIC  X(1).
005300         88 貸付返済天引 VALUE "1".
005400         88 社内預金天引 VALUE "2".
005500      03 引継対象番号   PIC  9(5).
005600      03 引継金額       PIC  9(8).
005700 01   天引引継トレーラ.
005800      03 FILLER         PIC  X(1).
005900      03 引継件数       PIC  9(6).
006000      03 引継合計金額   PIC  9(12).
006100      03 引継トレーラ年月 PIC  9(6).
006200*
006300 FD   貸付マスタファイル.
006400 01   貸付マスタレコード.
006500      03 貸付番号     PIC  9(5).
006600      03 貸付貯金番号 PIC  9(5).
006700      03 貸付元本     PIC  9(9).
006800      03 貸付年利率   PIC  9V9(4).
006900      03 貸付期間月数 PIC  9(3).
007000      03 月額返済額   PIC  9(9).
007100      03 残元本       PIC  9(9).
007200      03 延滞回数     PIC  9(3).
007300      03 最終返済年月 PIC  9(6).
007400      03 貸付状態     PIC  X(1).
007500         88 貸付実行中 VALUE "1".
007600         88 完済       VALUE "2".
007700      03 貸付実行日   PIC  9(8).
007800      03 返済方法区分 PIC  X(1).
007900         88 口座引落返済 VALUE "1".
008000         88 給与天引返済 VALUE "2".
008100*
008200 FD   天引反映管理ファイル.
008300 01   天引反映管理レコード.
008400      03 管理支給年月 PIC  9(6).
008500      03 管理受信件数 PIC  9(6).
008600      03 管理受信金額 PIC  9(12).
008700      03 管理反映件数 PIC  9(6).
008800      03 管理反映金額 PIC  9(12).
008900      03 管理エラー件数 PIC  9(6).
009000      03 管理エラー金額 PIC  9(12).
009100      03 管理反映日時 PIC  X(14).
009200*
009300 FD   天引反映リストファイル.
009400 01   天引反映リスト行 PIC  X(90).
009500*
009600 WORKING-STORAGE SECTION.
009700 77 引継ファイル状態      PIC  X(2).
009800    88 引継ファイル正常  VALUE "00" "05".
009900 77 引継終了フラグ        PIC  X(1)  VALUE "N".
010000    88 引継終了          VALUE "Y".
010100 77 トレーラ有無          PIC  X(1)  VALUE "N".
010200    88 トレーラあり      VALUE "Y".
010300 77 対象支給年月          PIC  9(6)  VALUE 0.
010325 77 締確認サブシステム    PIC  X(2)  VALUE "YO".
010350 77 締確認日              PIC  9(8).
010375 77 締確認結果            PIC  9(1).
010400 77 受信件数              PIC  9(6)  VALUE 0.
010500 77 受信金額              PIC  9(12) VALUE 0.
010520 77 トレーラ件数          PIC  9(6)  VALUE 0.
010540 77 トレーラ金額          PIC  9(12) VALUE 0.
010600 77 反映件数              PIC  9(6)  VALUE 0.
010700 77 反映金額              PIC  9(12) VALUE 0.
010800 77 エラー件数            PIC  9(6)  VALUE 0.
010900 77 エラー金額            PIC  9(12) VALUE 0.
011000 77 返金件数              PIC  9(6)  VALUE 0.
011100 77 返金金額              PIC  9(12) VALUE 0.
011133 77 返金エラー有無        PIC  X(1)  VALUE "N".
011166    88 返金エラーあり    VALUE "Y".
011200 77 当月利息              PIC S9(9).
011300 77 元本充当額            PIC S9(10).
011400 77 返金額                PIC  9(9).
011500 01 現在日時.
011600    02 現在日時１４      PIC  X(14).
011700    02 FILLER            PIC  X(7).
011800*
011900 77 リンク貯金番号        PIC  9(5)  COMP-5.
012000 77 リンク入金額          PIC S9(9)  COMP-5.
012100 77 リンク貯金額          PIC S9(9)  COMP-5.
012200 77 リンクエラー番号      PIC  9(4)  COMP-5.
012300 77 リンク担当者ＩＤ      PIC  X(8)  VALUE "K_TENBIK".
012400 77 リンク現金区分        PIC  X(1)  VALUE "0".
012500*
012600 01 反映行編集域.
012700    02 編集従業員番号     PIC  9(4).
012800    02 FILLER             PIC  X(2)  VALUE SPACE.
012900    02 編集天引区分       PIC  X(8).
013000    02 FILLER             PIC  X(2)  VALUE SPACE.
013100    02 編集対象番号       PIC  9(5).
013200    02 FILLER             PIC  X(2)  VALUE SPACE.
013300    02 編集金額           PIC ---,---,--9.
013400    02 FILLER             PIC  X(2)  VALUE SPACE.
013500    02 編集結果           PIC  X(12).
013600    02 編集エラー番号     PIC  9(4).
013700    02 FILLER             PIC  X(2)  VALUE SPACE.
013800    02 編集返金額         PIC ---,---,--9.
013900 01 集計行編集域.
014000    02 編集集計名         PIC  X(12).
014100    02 FILLER             PIC  X(2)  VALUE SPACE.
014200    02 編集集計件数       PIC ZZZ,ZZ9.
014300    02 FILLER             PIC  X(2)  VALUE SPACE.
014400    02 編集集計金額       PIC ZZZ,ZZZ,ZZZ,ZZ9.
014500*
014600 PROCEDURE DIVISION.
014700*
014800      DISPLAY "給与天引反映バッチ"
014900      MOVE FUNCTION CURRENT-DATE TO 現在日時
015000      PERFORM 引継照合処理
015100      IF NOT トレーラあり
015200            DISPLAY "引継ファイルにトレーラが"
015250                    "ありません"
015300            STOP RUN
015400      END-IF
015500      IF 受信件数 NOT = トレーラ件数
015600         OR 受信金額 NOT = トレーラ金額
015700            DISPLAY "件数・金額がトレーラと"
015750                    "一致しません"
015800            DISPLAY "明細：" 受信件数
015850                    " " 受信金額
015900            DISPLAY "トレーラ：" トレーラ件数
015950                    " " トレーラ金額
016000            STOP RUN
016100      END-IF
016300*
016400      OPEN I-O 天引反映管理ファイル
016500      MOVE 対象支給年月 TO 管理支給年月
016600      READ 天引反映管理ファイル
016700            NOT INVALID KEY
016800                  DISPLAY "支給年月" 対象支給年月
016900                          "は反映済です"
017000                  CLOSE 天引反映管理ファイル
017100                  STOP RUN
017200      END-READ
017210      COMPUTE 締確認日 = 対象支給年月 * 100 + 1
017220      CALL "締状態確認" USING 締確認サブシステム
017230                             締確認日 締確認結果
017240      IF 締確認結果 NOT = 0
017250            DISPLAY "支給年月" 対象支給年月
017260                    "は締められています"
017270            CLOSE 天引反映管理ファイル
017280            STOP RUN
017290      END-IF
017300*
017400      OPEN INPUT 天引引継ファイル
017500      OPEN I-O 貸付マスタファイル
017600      OPEN OUTPUT 天引反映リストファイル
017700      MOVE "*** 給与天引反映リスト ***"
017800           TO 天引反映リスト行
017900      WRITE 天引反映リスト行
018000      MOVE SPACE TO 天引反映リスト行
018100      STRING "支給年月：" 対象支給年月
018200             DELIMITED BY SIZE INTO 天引反映リスト行
018300      WRITE 天引反映リスト行
018400      MOVE "従業員　区分　　　対象番号" &
018500           "　　　　金額　結果"
018600           TO 天引反映リスト行
018700      WRITE 天引反映リスト行
018800      MOVE "N" TO 引継終了フラグ
018900      PERFORM 引継ファイル読込
019000      PERFORM 天引反映処理 UNTIL 引継終了
019100      PERFORM 集計出力
019200      CLOSE 天引反映リストファイル
019300      CLOSE 貸付マスタファイル
019400      CLOSE 天引引継ファイル
019500*
019600      MOVE 受信件数     TO 管理受信件数
019700      MOVE 受信金額     TO 管理受信金額
019800      MOVE 反映件数     TO 管理反映件数
019900      MOVE 反映金額     TO 管理反映金額
020000      MOVE エラー件数   TO 管理エラー件数
020100      MOVE エラー金額   TO 管理エラー金額
020200      MOVE 現在日時１４ TO 管理反映日時
020300      WRITE 天引反映管理レコード
020400      CLOSE 天引反映管理ファイル
020500*
020600      DISPLAY "受信件数：" 受信件数
020650              " 金額：" 受信金額
020700      DISPLAY "反映件数：" 反映件数
020750              " 金額：" 反映金額
020800      DISPLAY "エラー件数：" エラー件数
020900              " 金額：" エラー金額
021000      DISPLAY "返金件数：" 返金件数
021050              " 金額：" 返金金額
021100      IF 反映金額 + エラー金額 NOT = 受信金額
021200            DISPLAY "警告：反映とエラーの合計が"
021250                    "受信と一致しません"
021300      END-IF
021325      IF 返金エラーあり
021356            DISPLAY "返金できない天引があります"
021370                    "（天引反映リスト参照）"
021384            DISPLAY "手作業で返金してください"
021412            MOVE 8 TO RETURN-CODE
021440      END-IF
021468      STOP RUN.
021500*
021600*反映の前に引継ファイルを通読し，明細の件数・合計金額を求めて
021700*トレーラを取り出す
021800*
021900 引継照合処理.
022000      OPEN INPUT 天引引継ファイル
022100      IF NOT 引継ファイル正常
022200            SET 引継終了 TO TRUE
022300      END-IF
022400      PERFORM 引継照合明細 UNTIL 引継終了
022500      CLOSE 天引引継ファイル.
022600*
022700 引継照合明細.
022800      READ 天引引継ファイル
022900            AT END
023000                  SET 引継終了 TO TRUE
023100            NOT AT END
023200                  IF 引継明細
023300                        ADD 1 TO 受信件数
023400                        ADD 引継金額 TO 受信金額
023500                  END-IF
023600                  IF 引継トレーラ
023700                        SET トレーラあり TO TRUE
023710                        MOVE 引継件数 TO トレーラ件数
023720                        MOVE 引継合計金額
023730                          TO トレーラ金額
023740                        MOVE 引継トレーラ年月
023750                          TO 対象支給年月
023800                        SET 引継終了 TO TRUE
023900                  END-IF
024000      END-READ.
024100*
024200 引継ファイル読込.
024300      READ 天引引継ファイル
024400            AT END
024500                  SET 引継終了 TO TRUE
024600            NOT AT END
024700                  IF 引継トレーラ
024800                        SET 引継終了 TO TRUE
024900                  END-IF
025000      END-READ.
025100*
025200 天引反映処理.
025300      MOVE 0 TO 返金額
025400      MOVE 0 TO リンクエラー番号
025500      EVALUATE TRUE
025600            WHEN 社内預金天引
025700                  MOVE "社内預金" TO 編集天引区分
025800                  PERFORM 社内預金反映
025900            WHEN 貸付返済天引
026000                  MOVE "貸付返済" TO 編集天引区分
026100                  PERFORM 貸付返済反映
026200                     THRU 貸付返済反映出口
026300            WHEN OTHER
026400                  MOVE "不明" TO 編集天引区分
026500                  PERFORM 反映エラー処理
026600      END-EVALUATE
026700      PERFORM 引継ファイル読込.
026800*
026900*社内預金は天引額をそのまま対象の貯金へ入金する
027000*
027100 社内預金反映.
027200      MOVE 引継対象番号 TO リンク貯金番号
027300      MOVE 引継金額     TO リンク入金額
027400      MOVE 0            TO リンク貯金額
027500      CALL "K_NYU" WITH STDCALL LINKAGE
027600           USING リンク貯金番号
027700                 リンク入金額
027800                 リンク貯金額
027900                 リンクエラー番号
028000                 リンク担当者ＩＤ
028100                 リンク現金区分
028200      IF リンクエラー番号 = 0
028300            MOVE "入金" TO 編集結果
028400            PERFORM 反映成立処理
028500      ELSE
028600            PERFORM 反映エラー処理
028700      END-IF.
028800*
028900*貸付返済は当月利息を充当した残りで残元本を減らす。完済に要す
029000*る額を超えた分と完済済の貸付への天引はリンク口座へ返金する
029100*
029200 貸付返済反映.
029300      MOVE 引継対象番号 TO 貸付番号
029400      READ 貸付マスタファイル
029500            INVALID KEY
029600                  MOVE 7 TO リンクエラー番号
029700                  PERFORM 反映エラー処理
029800                  GO TO 貸付返済反映出口
029900      END-READ
030000      IF 完済
030100            MOVE 引継金額 TO 返金額
030200            PERFORM 返金処理
030300            IF リンクエラー番号 = 0
030400                  MOVE "完済済返金" TO 編集結果
030500                  PERFORM 反映成立処理
030600            END-IF
030900            GO TO 貸付返済反映出口
031000      END-IF
031100      COMPUTE 当月利息 ROUNDED =
031200              残元本 * 貸付年利率 / 12
031300      COMPUTE 元本充当額 = 引継金額 - 当月利息
031400      IF 元本充当額 >= 残元本
031500            COMPUTE 返金額 = 元本充当額 - 残元本
031600            MOVE 0 TO 残元本
031700            SET 完済 TO TRUE
031800            MOVE "完済" TO 編集結果
031900      ELSE
032000            SUBTRACT 元本充当額 FROM 残元本
032100            MOVE "回収" TO 編集結果
032200      END-IF
032300      MOVE 対象支給年月 TO 最終返済年月
032400      REWRITE 貸付マスタレコード
032500      IF 返金額 > 0
032600            PERFORM 返金処理
032700      END-IF
032733      IF リンクエラー番号 = 0
032766            PERFORM 反映成立処理
032800      END-IF.
032900*
033000 貸付返済反映出口.
033100      EXIT.
033200*
033300 返金処理.
033400      MOVE 貸付貯金番号 TO リンク貯金番号
033500      MOVE 返金額       TO リンク入金額
033600      MOVE 0            TO リンク貯金額
033700      MOVE 0            TO リンクエラー番号
033800      CALL "K_NYU" WITH STDCALL LINKAGE
033900           USING リンク貯金番号
034000                 リンク入金額
034100                 リンク貯金額
034200                 リンクエラー番号
034300                 リンク担当者ＩＤ
034400                 リンク現金区分
034500      IF リンクエラー番号 = 0
034600            ADD 1 TO 返金件数
034700            ADD 返金額 TO 返金金額
034733      ELSE
034766            PERFORM 返金エラー処理
034800      END-IF.
034900*
035000 反映成立処理.
035100      ADD 1 TO 反映件数
035200      ADD 引継金額 TO 反映金額
035300      MOVE 0 TO 編集エラー番号
035400      PERFORM 反映行出力.
035500*
035600 反映エラー処理.
035700      ADD 1 TO エラー件数
035800      ADD 引継金額 TO エラー金額
035900      MOVE "＊エラー" TO 編集結果
036000      MOVE リンクエラー番号 TO 編集エラー番号
036100      PERFORM 反映行出力.
036200*
036205*返金できなかった天引は返金先の口座・返金額・エラー番号を
036210*エラー行に出し，返金額をエラーに数える。貸付へ充当済の分は
036215*反映金額に含める。給与担当が手作業で返金する
036220*
036225 返金エラー処理.
036230      ADD 1 TO エラー件数
036235      ADD 返金額 TO エラー金額
036240      COMPUTE 反映金額 = 反映金額 + 引継金額
036242                          - 返金額
036245      SET 返金エラーあり TO TRUE
036250      MOVE "返金"           TO 編集天引区分
036255      MOVE "＊返金エラー"   TO 編集結果
036260      MOVE リンクエラー番号 TO 編集エラー番号
036265      MOVE 引継従業員番号   TO 編集従業員番号
036270      MOVE 貸付貯金番号     TO 編集対象番号
036275      MOVE 返金額           TO 編集金額
036280      PERFORM 反映行書出し.
036285*
036300 反映行出力.
036400      MOVE 引継従業員番号 TO 編集従業員番号
036500      MOVE 引継対象番号   TO 編集対象番号
036600      MOVE 引継金額       TO 編集金額
036625      PERFORM 反映行書出し.
036650*
036675 反映行書出し.
036700      MOVE 返金額         TO 編集返金額
036800      MOVE 反映行編集域   TO 天引反映リスト行
036900      WRITE 天引反映リスト行.
037000*
037100*受信・反映・エラー・返金の件数と金額をリストの末尾へ出す
037200*
037300 集計出力.
037400      MOVE SPACE TO 天引反映リスト行
037500      WRITE 天引反映リスト行
037600      MOVE "受信"     TO 編集集計名
037700      MOVE 受信件数   TO 編集集計件数
037800      MOVE 受信金額   TO 編集集計金額
037900      PERFORM 集計行出力
038000      MOVE "反映"     TO 編集集計名
038100      MOVE 反映件数   TO 編集集計件数
038200      MOVE 反映金額   TO 編集集計金額
038300      PERFORM 集計行出力
038400      MOVE "エラー"   TO 編集集計名
038500      MOVE エラー件数 TO 編集集計件数
038600      MOVE エラー金額 TO 編集集計金額
038700      PERFORM 集計行出力
038800      MOVE "うち返金" TO 編集集計名
038900      MOVE 返金件数   TO 編集集計件数
039000      MOVE 返金金額   TO 編集集計金額
039100      PERFORM 集計行出力.
039200*
039300 集計行出力.
039400      MOVE 集計行編集域 TO 天引反映リスト行
039500      WRITE 天引反映リスト行.
