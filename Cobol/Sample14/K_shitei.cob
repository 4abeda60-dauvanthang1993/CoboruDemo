000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_SHITEI.
000400*
000500*差押・支払停止の登録画面。裁判所の差押命令や死亡届を受けた
000600*口座について，拘束する金額（または口座全額）・理由・参照
000700*番号（命令番号等）・発効日・解除日を貯金番号単位に登録する。
000800*拘束中の残高はK_SYUKKIN／K_FURIKAEの更新経路（K_HENSAI，
000900*W_RENKEIを含む）で出金できない（エラー番号１７）。
001000*
001100*一覧は監査向けの支払停止台帳（SHITEI.RPT）として出力し，
001200*解除済の登録も履歴として残す。
001300*
001400 ENVIRONMENT DIVISION.
001500 CONFIGURATION SECTION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800      SELECT OPTIONAL 支払停止ファイル
001900                ASSIGN  TO "SHITEI.DAT"
002000                ORGANIZATION IS  INDEXED
002100                RECORD KEY   IS  停止貯金番号
002200                ACCESS MODE  IS  DYNAMIC.
002300      SELECT  貯金ファイル
002400                ASSIGN  TO "tyokin.dat"
002500                ORGANIZATION IS  INDEXED
002600                RECORD KEY   IS  貯金番号
002700                ACCESS MODE  IS  RANDOM.
002800      SELECT  停止台帳ファイル
002900                ASSIGN  TO "SHITEI.RPT"
003000                ORGANIZATION IS  LINE SEQUENTIAL.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD   支払停止ファイル.
003500 01   支払停止レコード.
003600      03 停止貯金番号 PIC  9(5).
003700      03 停止区分     PIC  X(1).
003800         88 全額停止   VALUE "1".
003900         88 一部停止   VALUE "2".
004000      03 停止金額     PIC  9(9).
004100      03 停止理由     PIC  X(2).
004200         88 差押       VALUE "01".
004300         88 死亡届     VALUE "02".
004400         88 その他停止 VALUE "09".
004500      03 参照番号     PIC  X(16).
004600      03 発効日       PIC  9(8).
004700      03 解除日       PIC  9(8).
004800      03 停止登録日時 PIC  X(14).
004900*
005000 FD   貯金ファイル.
005100 01   貯金レコード.
005200      03 貯金番号     PIC  9(5).
005300      03 証書番号     PIC  9(4).
005400      03 氏名         PIC  N(6).
005500      03 貯金額       PIC  9(9).
005600      03 暗証番号     PIC  9(4).
005700      03 休眠区分     PIC  X(1).
005800         88 休眠中     VALUE "1".
005900         88 解約済     VALUE "9".
006000*
006100 FD   停止台帳ファイル.
006200 01   停止台帳行       PIC  X(100).
006300*
006400 WORKING-STORAGE SECTION.
006500 77 処理区分              PIC  9(1).
006600 77 終了区分              PIC  9(1)  VALUE 0.
006700    88 保守終了          VALUE 9.
006800 77 一覧終了フラグ        PIC  X(1).
006900    88 一覧終了          VALUE "Y".
007000 77 入力解除日            PIC  9(8).
007100 77 登録件数              PIC  9(5).
007200 77 拘束中件数            PIC  9(5).
007300 01 現在日時.
007400    02 現在日時８        PIC  9(8).
007500    02 現在時刻６        PIC  X(6).
007600    02 FILLER            PIC  X(7).
007700*
007800 01 見出し行.
007900    02 FILLER  PIC X(40) VALUE
008000       "貯金  区分 停止金額".
008100    02 FILLER  PIC X(60) VALUE
008200       "理由 参照番号       発効日 解除日 状態".
008300 01 明細行編集域.
008400    02 編集貯金番号      PIC  9(5).
008500    02 FILLER            PIC  X(1)  VALUE SPACE.
008600    02 編集区分          PIC  X(6).
008700    02 FILLER            PIC  X(1)  VALUE SPACE.
008800    02 編集停止金額      PIC  ZZZ,ZZZ,ZZ9.
008900    02 FILLER            PIC  X(1)  VALUE SPACE.
009000    02 編集理由          PIC  X(2).
009100    02 FILLER            PIC  X(1)  VALUE SPACE.
009200    02 編集参照番号      PIC  X(16).
009300    02 FILLER            PIC  X(1)  VALUE SPACE.
009400    02 編集発効日        PIC  9(8).
009500    02 FILLER            PIC  X(1)  VALUE SPACE.
009600    02 編集解除日        PIC  9(8).
009700    02 FILLER            PIC  X(1)  VALUE SPACE.
009800    02 編集状態          PIC  X(10).
009900 01 合計行編集域.
010000    02 FILLER            PIC  X(12) VALUE "登録件数：".
010100    02 編集登録件数      PIC  ZZ,ZZ9.
010200    02 FILLER            PIC  X(2)  VALUE SPACE.
010300    02 FILLER            PIC  X(12) VALUE "拘束中：".
010400    02 編集拘束中件数    PIC  ZZ,ZZ9.
010500*
010600 PROCEDURE DIVISION.
010700*
010800      OPEN I-O 支払停止ファイル
010900      PERFORM 保守メニュー処理 UNTIL 保守終了
011000      CLOSE 支払停止ファイル
011100      STOP RUN.
011200*
011300 保守メニュー処理.
011400      DISPLAY "差押・支払停止登録"
011500      DISPLAY "1:登録・変更 2:解除 3:台帳出力 9:終了"
011600      ACCEPT 処理区分 FROM CONSOLE
011700      MOVE FUNCTION CURRENT-DATE TO 現在日時
011800      EVALUATE 処理区分
011900            WHEN 1
012000                  PERFORM 停止登録処理
012100                     THRU 停止登録処理出口
012200            WHEN 2
012300                  PERFORM 停止解除処理
012400                     THRU 停止解除処理出口
012500            WHEN 3
012600                  PERFORM 停止台帳出力処理
012700            WHEN 9
012800                  MOVE 9 TO 終了区分
012900      END-EVALUATE.
013000*
013100*口座の実在を確認し，既存の登録があれば置き換える
013200*
013300 停止登録処理.
013400      DISPLAY "貯金番号を入力してください"
013500      ACCEPT 停止貯金番号 FROM CONSOLE
013600      OPEN INPUT 貯金ファイル
013700      MOVE 停止貯金番号 TO 貯金番号
013800      READ 貯金ファイル
013900            INVALID KEY
014000                  DISPLAY "貯金番号が存在しません"
014100                  CLOSE 貯金ファイル
014200                  GO TO 停止登録処理出口
014300      END-READ
014400      CLOSE 貯金ファイル
014500      DISPLAY "停止区分を入力してください"
014600      DISPLAY "1:全額 2:金額指定"
014700      ACCEPT 停止区分 FROM CONSOLE
014800      MOVE 0 TO 停止金額
014900      IF 一部停止
015000            DISPLAY "拘束金額を入力してください"
015100            ACCEPT 停止金額 FROM CONSOLE
015200      END-IF
015300      DISPLAY "理由を入力してください"
015400      DISPLAY "01:差押 02:死亡届 09:その他"
015500      ACCEPT 停止理由 FROM CONSOLE
015600      DISPLAY "参照番号（命令番号等）を入力"
015700      ACCEPT 参照番号 FROM CONSOLE
015800      DISPLAY "発効日を入力してください(YYYYMMDD)"
015900      ACCEPT 発効日 FROM CONSOLE
016000      DISPLAY "解除日を入力してください"
016050      DISPLAY "(YYYYMMDD 無期限は0)"
016100      ACCEPT 解除日 FROM CONSOLE
016200      IF NOT 全額停止 AND NOT 一部停止
016300            DISPLAY "停止区分に誤りがあります"
016400            GO TO 停止登録処理出口
016500      END-IF
016600      IF 一部停止 AND 停止金額 = 0
016700            DISPLAY "拘束金額に誤りがあります"
016800            GO TO 停止登録処理出口
016900      END-IF
017000      IF NOT 差押 AND NOT 死亡届 AND NOT その他停止
017100            DISPLAY "理由に誤りがあります"
017200            GO TO 停止登録処理出口
017300      END-IF
017400      IF 発効日 = 0
017500         OR (解除日 NOT = 0 AND 解除日 <= 発効日)
017600            DISPLAY "発効日・解除日の誤り"
017700            GO TO 停止登録処理出口
017800      END-IF
017900      MOVE 現在日時 (1:14) TO 停止登録日時
018000      WRITE 支払停止レコード
018100            INVALID KEY
018200                  REWRITE 支払停止レコード
018300      END-WRITE
018400      DISPLAY "登録しました 貯金番号："
018450              停止貯金番号.
018500*
018600 停止登録処理出口.
018700      EXIT.
018800*
018900*登録は削除せず解除日を設定する（台帳に履歴を残すため）
019000*
019100 停止解除処理.
019200      DISPLAY "貯金番号を入力してください"
019300      ACCEPT 停止貯金番号 FROM CONSOLE
019400      READ 支払停止ファイル
019500            INVALID KEY
019600                  DISPLAY "登録がありません"
019700                  GO TO 停止解除処理出口
019800      END-READ
019900      DISPLAY "解除日を入力してください(YYYYMMDD)"
020000      ACCEPT 入力解除日 FROM CONSOLE
020100      IF 入力解除日 = 0 OR 入力解除日 <= 発効日
020200            DISPLAY "解除日に誤りがあります"
020300            GO TO 停止解除処理出口
020400      END-IF
020500      MOVE 入力解除日 TO 解除日
020600      REWRITE 支払停止レコード
020700      DISPLAY "解除日を設定しました 貯金番号："
020800              停止貯金番号.
020900*
021000 停止解除処理出口.
021100      EXIT.
021200*
021300*全登録を貯金番号順に台帳へ出力し，当日時点の状態を付す
021400*
021500 停止台帳出力処理.
021600      OPEN OUTPUT 停止台帳ファイル
021700      MOVE 見出し行 TO 停止台帳行
021800      WRITE 停止台帳行
021900      MOVE 0 TO 登録件数
022000      MOVE 0 TO 拘束中件数
022100      MOVE "N" TO 一覧終了フラグ
022200      MOVE 0 TO 停止貯金番号
022300      START 支払停止ファイル KEY > 停止貯金番号
022400            INVALID KEY
022500                  SET 一覧終了 TO TRUE
022600      END-START
022700      PERFORM 停止台帳明細 UNTIL 一覧終了
022800      MOVE 登録件数   TO 編集登録件数
022900      MOVE 拘束中件数 TO 編集拘束中件数
023000      MOVE 合計行編集域 TO 停止台帳行
023100      WRITE 停止台帳行
023200      CLOSE 停止台帳ファイル
023300      DISPLAY "支払停止台帳を出力しました".
023400*
023500 停止台帳明細.
023600      READ 支払停止ファイル NEXT RECORD
023700            AT END
023800                  SET 一覧終了 TO TRUE
023900            NOT AT END
024000                  PERFORM 停止台帳行編集
024100      END-READ.
024200*
024300 停止台帳行編集.
024400      ADD 1 TO 登録件数
024500      MOVE 停止貯金番号 TO 編集貯金番号
024600      IF 全額停止
024700            MOVE "全額" TO 編集区分
024800      ELSE
024900            MOVE "一部" TO 編集区分
025000      END-IF
025100      MOVE 停止金額 TO 編集停止金額
025200      MOVE 停止理由 TO 編集理由
025300      MOVE 参照番号 TO 編集参照番号
025400      MOVE 発効日   TO 編集発効日
025500      MOVE 解除日   TO 編集解除日
025600      EVALUATE TRUE
025700            WHEN 発効日 > 現在日時８
025800                  MOVE "発効前" TO 編集状態
025900            WHEN 解除日 NOT = 0
025950             AND 解除日 <= 現在日時８
026000                  MOVE "解除済" TO 編集状態
026100            WHEN OTHER
026200                  MOVE "拘束中" TO 編集状態
026300                  ADD 1 TO 拘束中件数
026400      END-EVALUATE
026500      MOVE 明細行編集域 TO 停止台帳行
026600      WRITE 停止台帳行.
