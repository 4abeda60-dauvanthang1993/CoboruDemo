000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_SUITO.
000400*
000500*窓口出納締め。窓口担当者ごとに，始業時の開始資金（釣銭等の
000600*手持現金）を開始資金ファイル（KAISIKIN.DAT）へ登録しておき，
000700*終業時に担当者が数えた現金を金種別の枚数で入力する。
000800*
000900*理論残高は開始資金＋現金入金計−現金出金計とし，現金入金計・
001000*現金出金計は当月の取引ログ（torihiki.dat）から，締め日・担当
001100*者ＩＤが一致し，正常終了（エラー番号０）した現金取引（ログ
001200*現金区分１）の入金・出金を集計して求める。振替・手数料・バッチ
001300*の取引は現金が動かないため集計しない。
001400*
001500*実査残高と理論残高の差を差異額とし，締め結果を出納締めファイル
001600*（SUITO.DAT）へ記録する。同じ日・担当者で締め直した場合は締め
001700*結果を置き換える。過剰・不足のあった締め結果は差異台帳
001800*（SUITO.RPT）へ出力する。
001900*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400      SELECT OPTIONAL 開始資金ファイル
002500                ASSIGN  TO "KAISIKIN.DAT"
002600                ORGANIZATION IS  INDEXED
002700                RECORD KEY   IS  開始資金キー
002800                ACCESS MODE  IS  RANDOM.
002900      SELECT OPTIONAL 出納締めファイル
003000                ASSIGN  TO "SUITO.DAT"
003100                ORGANIZATION IS  INDEXED
003200                RECORD KEY   IS  締めキー
003300                ACCESS MODE  IS  DYNAMIC.
003400      SELECT OPTIONAL 取引ログファイル
003500                ASSIGN  TO "torihiki.dat"
003600                ORGANIZATION IS  LINE SEQUENTIAL
003700                FILE STATUS  IS  ログファイル状態.
003800      SELECT  差異台帳ファイル
003900                ASSIGN  TO "SUITO.RPT"
004000                ORGANIZATION IS  LINE SEQUENTIAL.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD   開始資金ファイル.
004500 01   開始資金レコード.
004600      03 開始資金キー.
004700         05 開始日       PIC  9(8).
004800         05 開始担当者ＩＤ PIC  X(8).
004900      03 開始資金額   PIC  9(9).
005000      03 開始登録日時 PIC  X(14).
005100*
005200 FD   出納締めファイル.
005300 01   出納締めレコード.
005400      03 締めキー.
005500         05 締め日       PIC  9(8).
005600         05 締め担当者ＩＤ PIC  X(8).
005700      03 締め開始資金 PIC  9(9).
005800      03 現金入金計   PIC  9(11).
005900      03 現金出金計   PIC  9(11).
006000      03 理論残高     PIC S9(11).
006100      03 実査残高     PIC  9(11).
006200      03 差異額       PIC S9(11).
006300      03 過不足区分   PIC  X(1).
006400         88 過不足なし VALUE "0".
006500         88 現金過剰   VALUE "1".
006600         88 現金不足   VALUE "2".
006700      03 金種枚数     PIC  9(5)  OCCURS 10.
006800      03 締め日時     PIC  X(14).
006900*
007000 FD   取引ログファイル.
007100      COPY TORILOG.
007200*
007300 FD   差異台帳ファイル.
007400 01   差異台帳行       PIC  X(100).
007500*
007600 WORKING-STORAGE SECTION.
007700 77 処理区分              PIC  9(1).
007800 77 終了区分              PIC  9(1)  VALUE 0.
007900    88 保守終了          VALUE 9.
008000 77 ログファイル状態      PIC  X(2).
008100    88 ログファイル正常  VALUE "00" "05".
008200 77 走査終了フラグ        PIC  X(1).
008300    88 走査終了          VALUE "Y".
008400 77 入力締め日            PIC  9(8).
008500 77 入力担当者ＩＤ        PIC  X(8).
008600 77 入力対象日            PIC  9(8).
008700 77 金種添字              PIC  9(2)  COMP-5.
008800 77 入金件数              PIC  9(5).
008900 77 出金件数              PIC  9(5).
009000 77 差異件数              PIC  9(5).
009100 77 過剰合計              PIC  9(11).
009200 77 不足合計              PIC  9(11).
009300 01 現在日時.
009400    02 現在日時８        PIC  9(8).
009500    02 現在時刻６        PIC  X(6).
009600    02 FILLER            PIC  X(7).
009700*
009800 01 金種表値.
009900    02 FILLER            PIC  9(5)  VALUE 10000.
010000    02 FILLER            PIC  9(5)  VALUE 5000.
010100    02 FILLER            PIC  9(5)  VALUE 2000.
010200    02 FILLER            PIC  9(5)  VALUE 1000.
010300    02 FILLER            PIC  9(5)  VALUE 500.
010400    02 FILLER            PIC  9(5)  VALUE 100.
010500    02 FILLER            PIC  9(5)  VALUE 50.
010600    02 FILLER            PIC  9(5)  VALUE 10.
010700    02 FILLER            PIC  9(5)  VALUE 5.
010800    02 FILLER            PIC  9(5)  VALUE 1.
010900 01 金種表  REDEFINES 金種表値.
011000    02 金種金額          PIC  9(5)  OCCURS 10.
011100*
011200 01 見出し行.
011300    02 FILLER  PIC X(40) VALUE
011400       "締め日   担当者   開始資金".
011500    02 FILLER  PIC X(60) VALUE
011600       "  理論残高    実査残高      差異額 区分".
011700 01 明細行編集域.
011800    02 編集締め日        PIC  9(8).
011900    02 FILLER            PIC  X(1)  VALUE SPACE.
012000    02 編集担当者ＩＤ    PIC  X(8).
012100    02 FILLER            PIC  X(1)  VALUE SPACE.
012200    02 編集開始資金      PIC  ZZZ,ZZZ,ZZ9.
012300    02 FILLER            PIC  X(1)  VALUE SPACE.
012400    02 編集理論残高      PIC  ----,---,--9.
012500    02 FILLER            PIC  X(1)  VALUE SPACE.
012600    02 編集実査残高      PIC  ZZZZ,ZZZ,ZZ9.
012700    02 FILLER            PIC  X(1)  VALUE SPACE.
012800    02 編集差異額        PIC  ----,---,--9.
012900    02 FILLER            PIC  X(1)  VALUE SPACE.
013000    02 編集過不足        PIC  X(6).
013100 01 合計行編集域.
013200    02 FILLER            PIC  X(12) VALUE "差異件数：".
013300    02 編集差異件数      PIC  ZZ,ZZ9.
013400    02 FILLER            PIC  X(2)  VALUE SPACE.
013500    02 FILLER            PIC  X(8)  VALUE "過剰：".
013600    02 編集過剰合計      PIC  ZZZZ,ZZZ,ZZ9.
013700    02 FILLER            PIC  X(2)  VALUE SPACE.
013800    02 FILLER            PIC  X(8)  VALUE "不足：".
013900    02 編集不足合計      PIC  ZZZZ,ZZZ,ZZ9.
014000*
014100 PROCEDURE DIVISION.
014200*
014300      PERFORM 出納締めメニュー処理 UNTIL 保守終了
014400      STOP RUN.
014500*
014600 出納締めメニュー処理.
014700      DISPLAY "窓口出納締め"
014800      DISPLAY "1:開始資金登録 2:締め処理"
014900      DISPLAY "3:差異台帳 9:終了"
015000      ACCEPT 処理区分 FROM CONSOLE
015100      MOVE FUNCTION CURRENT-DATE TO 現在日時
015200      EVALUATE 処理区分
015300            WHEN 1
015400                  PERFORM 開始資金登録処理
015500                     THRU 開始資金登録処理出口
015600            WHEN 2
015700                  PERFORM 締め処理
015800                     THRU 締め処理出口
015900            WHEN 3
016000                  PERFORM 差異台帳出力処理
016100            WHEN 9
016200                  MOVE 9 TO 終了区分
016300      END-EVALUATE.
016400*
016500*当日・担当者ごとの開始資金を登録する（登録済なら置き換える）
016600*
016700 開始資金登録処理.
016800      DISPLAY "担当者ＩＤを入力してください"
016900      ACCEPT 入力担当者ＩＤ FROM CONSOLE
017000      IF 入力担当者ＩＤ = SPACE
017100            DISPLAY "担当者ＩＤに誤りがあります"
017200            GO TO 開始資金登録処理出口
017300      END-IF
017400      DISPLAY "開始資金を入力してください"
017500      ACCEPT 開始資金額 FROM CONSOLE
017600      MOVE 現在日時８       TO 開始日
017700      MOVE 入力担当者ＩＤ   TO 開始担当者ＩＤ
017800      MOVE 現在日時 (1:14)  TO 開始登録日時
017900      OPEN I-O 開始資金ファイル
018000      WRITE 開始資金レコード
018100            INVALID KEY
018200                  REWRITE 開始資金レコード
018300      END-WRITE
018400      CLOSE 開始資金ファイル
018500      DISPLAY "開始資金を登録しました 担当者："
018600              入力担当者ＩＤ.
018700*
018800 開始資金登録処理出口.
018900      EXIT.
019000*
019100*金種別の枚数から実査残高を求め，取引ログから求めた理論残高
019200*と比べて差異を記録する。締め日を省略（０）した場合は当日
019300*
019400 締め処理.
019500      DISPLAY "担当者ＩＤを入力してください"
019600      ACCEPT 入力担当者ＩＤ FROM CONSOLE
019700      DISPLAY "締め日を入力してください"
019800      DISPLAY "(YYYYMMDD 当日は0)"
019900      ACCEPT 入力締め日 FROM CONSOLE
020000      IF 入力締め日 = 0
020100            MOVE 現在日時８ TO 入力締め日
020200      END-IF
020300      MOVE 入力締め日     TO 開始日
020400      MOVE 入力担当者ＩＤ TO 開始担当者ＩＤ
020500      OPEN INPUT 開始資金ファイル
020600      READ 開始資金ファイル
020700            INVALID KEY
020800                  DISPLAY "開始資金が未登録です"
020900                  CLOSE 開始資金ファイル
021000                  GO TO 締め処理出口
021100      END-READ
021200      CLOSE 開始資金ファイル
021300*
021400      MOVE 入力締め日     TO 締め日
021500      MOVE 入力担当者ＩＤ TO 締め担当者ＩＤ
021600      MOVE 開始資金額     TO 締め開始資金
021700      MOVE 0 TO 実査残高
021800      PERFORM 金種枚数入力
021900         VARYING 金種添字 FROM 1 BY 1
022000           UNTIL 金種添字 > 10
022100*
022200      MOVE 0 TO 現金入金計
022300      MOVE 0 TO 現金出金計
022400      MOVE 0 TO 入金件数
022500      MOVE 0 TO 出金件数
022600      MOVE "N" TO 走査終了フラグ
022700      OPEN INPUT 取引ログファイル
022800      IF NOT ログファイル正常
022900            SET 走査終了 TO TRUE
023000      END-IF
023100      PERFORM 取引ログ集計 UNTIL 走査終了
023200      CLOSE 取引ログファイル
023300*
023400      COMPUTE 理論残高 = 締め開始資金 + 現金入金計
023500                       - 現金出金計
023600      COMPUTE 差異額 = 実査残高 - 理論残高
023700      EVALUATE TRUE
023800            WHEN 差異額 > 0
023900                  SET 現金過剰 TO TRUE
024000            WHEN 差異額 < 0
024100                  SET 現金不足 TO TRUE
024200            WHEN OTHER
024300                  SET 過不足なし TO TRUE
024400      END-EVALUATE
024500      MOVE 現在日時 (1:14) TO 締め日時
024600      OPEN I-O 出納締めファイル
024700      WRITE 出納締めレコード
024800            INVALID KEY
024900                  REWRITE 出納締めレコード
025000      END-WRITE
025100      CLOSE 出納締めファイル
025200*
025300      DISPLAY "開始資金：" 締め開始資金
025400      DISPLAY "現金入金：" 現金入金計
025450              " " 入金件数 "件"
025500      DISPLAY "現金出金：" 現金出金計
025550              " " 出金件数 "件"
025600      DISPLAY "理論残高：" 理論残高
025700      DISPLAY "実査残高：" 実査残高
025800      DISPLAY "差異額　：" 差異額
025900      EVALUATE TRUE
026000            WHEN 現金過剰
026100                  DISPLAY "現金過剰があります"
026200            WHEN 現金不足
026300                  DISPLAY "現金不足があります"
026400            WHEN OTHER
026500                  DISPLAY "過不足はありません"
026600      END-EVALUATE.
026700*
026800 締め処理出口.
026900      EXIT.
027000*
027100 金種枚数入力.
027200      DISPLAY 金種金額(金種添字)
027250              "円の枚数を入力してください"
027300      ACCEPT 金種枚数(金種添字) FROM CONSOLE
027400      COMPUTE 実査残高 = 実査残高
027500              + 金種金額(金種添字)
027550              * 金種枚数(金種添字).
027600*
027700*締め日・担当者が一致する正常終了の現金入金・現金出金を集計する
027800*
027900 取引ログ集計.
028000      READ 取引ログファイル
028100            AT END
028200                  SET 走査終了 TO TRUE
028300            NOT AT END
028400                  IF ログ取引日時 = 入力締め日
028500                     AND ログ担当者ＩＤ
028550                         = 入力担当者ＩＤ
028600                     AND ログエラー番号 = 0
028700                     AND ログ現金取引
028800                        PERFORM 現金取引加算
028900                  END-IF
029000      END-READ.
029100*
029200 現金取引加算.
029300      EVALUATE TRUE
029400            WHEN ログ入金
029500                  ADD ログ取引金額 TO 現金入金計
029600                  ADD 1 TO 入金件数
029700            WHEN ログ出金
029800                  ADD ログ取引金額 TO 現金出金計
029900                  ADD 1 TO 出金件数
030000      END-EVALUATE.
030100*
030200*締め結果のうち過剰・不足のあったものを台帳へ出力する。
030300*対象日を省略（０）した場合は全期間を出力する
030400*
030500 差異台帳出力処理.
030600      DISPLAY "対象日を入力してください"
030700      DISPLAY "(YYYYMMDD 全期間は0)"
030800      ACCEPT 入力対象日 FROM CONSOLE
030900      OPEN INPUT 出納締めファイル
031000      OPEN OUTPUT 差異台帳ファイル
031100      MOVE 見出し行 TO 差異台帳行
031200      WRITE 差異台帳行
031300      MOVE 0 TO 差異件数
031400      MOVE 0 TO 過剰合計
031500      MOVE 0 TO 不足合計
031600      MOVE "N" TO 走査終了フラグ
031700      MOVE LOW-VALUE TO 締めキー
031800      START 出納締めファイル KEY > 締めキー
031900            INVALID KEY
032000                  SET 走査終了 TO TRUE
032100      END-START
032200      PERFORM 差異台帳明細 UNTIL 走査終了
032300      MOVE 差異件数 TO 編集差異件数
032400      MOVE 過剰合計 TO 編集過剰合計
032500      MOVE 不足合計 TO 編集不足合計
032600      MOVE 合計行編集域 TO 差異台帳行
032700      WRITE 差異台帳行
032800      CLOSE 差異台帳ファイル
032900      CLOSE 出納締めファイル
033000      DISPLAY "差異台帳を出力しました 件数："
033100              差異件数.
033200*
033300 差異台帳明細.
033400      READ 出納締めファイル NEXT RECORD
033500            AT END
033600                  SET 走査終了 TO TRUE
033700            NOT AT END
033800                  IF NOT 過不足なし
033900                     AND (入力対象日 = 0
034000                       OR 締め日 = 入力対象日)
034100                        PERFORM 差異台帳行編集
034200                  END-IF
034300      END-READ.
034400*
034500 差異台帳行編集.
034600      ADD 1 TO 差異件数
034700      MOVE 締め日         TO 編集締め日
034800      MOVE 締め担当者ＩＤ TO 編集担当者ＩＤ
034900      MOVE 締め開始資金   TO 編集開始資金
035000      MOVE 理論残高       TO 編集理論残高
035100      MOVE 実査残高       TO 編集実査残高
035200      MOVE 差異額         TO 編集差異額
035300      IF 現金過剰
035400            MOVE "過剰" TO 編集過不足
035500            ADD 差異額 TO 過剰合計
035600      ELSE
035700            MOVE "不足" TO 編集過不足
035800            SUBTRACT 差異額 FROM 不足合計
035900      END-IF
036000      MOVE 明細行編集域 TO 差異台帳行
036100      WRITE 差異台帳行.
