000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_RISHI.
000400*
000410*貯金額に利率を乗じた利息（税引前）から源泉徴収税額（国税・
000420*地方税）を差し引き，差引利息額を貯金額へ加える。税額の計算と
000430*月別の集計はK_GENSENが行う。取引ログへは利息（税引前）と
000440*源泉税をそれぞれ１件出力する。
000445*計上日の月が貯金（YO）の締処理中・締済なら計上しない。
000450*
000500 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000700 INPUT-OUTPUT SECTION.
001100                ORGANIZATION IS  INDEXED
001200                RECORD KEY   IS  貯金番号
001300                ACCESS MODE  IS  SEQUENTIAL.
001320      SELECT  利息計算日ファイル
001340                ASSIGN  TO "RISHIBI.DAT"
001360                ORGANIZATION IS  LINE SEQUENTIAL.
001370      SELECT  取引ログファイル
001380                ASSIGN  TO "torihiki.dat"
001390                ORGANIZATION IS  LINE SEQUENTIAL.
001400*
001500 DATA DIVISION.
001600 FILE SECTION.
002205      03 暗証番号     PIC  9(4).
002206      03 休眠区分     PIC  X(1).
002207         88 休眠中      VALUE "1".
002217         88 解約済      VALUE "9".
002227*
002237 FD   利息計算日ファイル.
002247 01   利息計算日レコード.
002257      03 前回利息計算日 PIC  9(8).
002267*
002277 FD   取引ログファイル.
002287      COPY TORILOG.
002300*
002400 WORKING-STORAGE SECTION.
002500 77 ファイル終了フラグ    PIC  X(1)      VALUE "N".
002600 77 利率                  PIC  9V9(4)    VALUE 0.0010.
002700 77 利息額                PIC S9(9).
002800 77 更新後貯金額          PIC S9(10).
002810 77 源泉税額              PIC S9(10).
002820 77 リンク貯金番号        PIC  9(5)  COMP-5.
002830 77 リンク利息額          PIC S9(9)  COMP-5.
002840 77 リンク国税額          PIC S9(9)  COMP-5.
002850 77 リンク地方税額        PIC S9(9)  COMP-5.
002860 77 リンク差引利息額      PIC S9(9)  COMP-5.
002880 77 リンク集計区分        PIC  X(1)  VALUE "1".
002900 77 処理件数              PIC  9(5)      VALUE 0.
002905 77 締確認サブシステム    PIC  X(2)  VALUE "YO".
002910 77 締確認日              PIC  9(8).
002915 77 締確認結果            PIC  9(1).
002920 01 現在日時.
002940    02 現在日時８          PIC  9(8).
002960    02 FILLER              PIC  X(13).
003000*
003100 PROCEDURE DIVISION.
003200*
003250      MOVE FUNCTION CURRENT-DATE TO 現在日時
003275      PERFORM 締期間チェック
003300      OPEN I-O 貯金ファイル
003350      OPEN EXTEND 取引ログファイル
003400      PERFORM 貯金ファイル読込
003500      PERFORM 利息計算 THRU 利息計算出口
003550              UNTIL ファイル終了
003600      CLOSE 貯金ファイル
003620      CLOSE 取引ログファイル
003650      PERFORM 利息計算日記録
003700      DISPLAY "利息計算バッチ"
003750      DISPLAY "処理件数：" 処理件数
003800      STOP RUN.
003900*
003907*計上日（当日）の月が貯金（YO）の締処理中・締済なら利息を
003914*計上せずに終了する
003921*
003928 締期間チェック.
003935      MOVE 現在日時８ TO 締確認日
003942      CALL "締状態確認" USING 締確認サブシステム
003949                             締確認日 締確認結果
003956      IF 締確認結果 NOT = 0
003963            DISPLAY "計上日" 締確認日
003966                    "の月は締められています"
003970            MOVE 8 TO RETURN-CODE
003977            STOP RUN
003984      END-IF.
003991*
004000 貯金ファイル読込.
004100      READ 貯金ファイル NEXT RECORD
004200            AT END
004300                  SET ファイル終了 TO TRUE
004400      END-READ.
004500*
004600*貯金額に利率を乗じた利息額から源泉税を差し引いた差引利息額を
004700*加算する。上限９億９千９百９十９万９千９百９十９円を超える
004750*場合は上限額に丸める。利息額が０の口座は更新しない
004800*
004900 利息計算.
004920      IF 解約済
004940            PERFORM 貯金ファイル読込
004960            GO TO 利息計算出口
004980      END-IF
005000      COMPUTE 利息額         ROUNDED = 貯金額 * 利率
005002      IF 利息額 NOT > 0
005004            PERFORM 貯金ファイル読込
005006            GO TO 利息計算出口
005008      END-IF
005010      MOVE 貯金番号 TO リンク貯金番号
005012      MOVE 利息額   TO リンク利息額
005014      CALL "K_GENSEN" WITH STDCALL LINKAGE
005016           USING リンク貯金番号
005018                 リンク利息額
005020                 リンク国税額
005022                 リンク地方税額
005024                 リンク差引利息額
005025                 リンク集計区分
005026      COMPUTE 源泉税額 = リンク国税額
005027                       + リンク地方税額
005028*
005030      COMPUTE 更新後貯金額           = 貯金額 + 利息額
005032      PERFORM 上限額丸め
005034      SET  ログ利息 TO TRUE
005036      MOVE 利息額   TO ログ取引金額
005038      PERFORM 利息ログ出力
005040*
005100      COMPUTE 更新後貯金額           = 貯金額
005150                                     + リンク差引利息額
005200      PERFORM 上限額丸め
005250      IF 源泉税額 > 0
005300            SET  ログ源泉税 TO TRUE
005350            MOVE 源泉税額 TO ログ取引金額
005360            PERFORM 利息ログ出力
005370      END-IF
005400*
005450      MOVE ログ取引後残高 TO 貯金額
005700      REWRITE 貯金レコード
005800      ADD 1 TO 処理件数
005900      PERFORM 貯金ファイル読込.
006000*
006100 利息計算出口.
006200      EXIT.
006205*
006210 上限額丸め.
006215      IF 更新後貯金額 > 999999999
006220            MOVE 999999999 TO ログ取引後残高
006225      ELSE
006230            MOVE 更新後貯金額 TO ログ取引後残高
006235      END-IF.
006240*
006245 利息ログ出力.
006250      MOVE 貯金番号   TO ログ貯金番号
006255      MOVE 0          TO ログエラー番号
006260      MOVE 現在日時８ TO ログ取引日時
006265      MOVE "K_RISHI"  TO ログ担当者ＩＤ
006270      MOVE "0"        TO ログ現金区分
006275      WRITE 取引ログレコード.
006300*
006400*今回の計算日を利息計算日ファイルへ記録する。解約処理
006500*（K_KAIYAKU）は前回計算日から解約日までの利息を日割で求める
006600*
006700 利息計算日記録.
006900      OPEN OUTPUT 利息計算日ファイル
007000      MOVE 現在日時８ TO 前回利息計算日
007100      WRITE 利息計算日レコード
007200      CLOSE 利息計算日ファイル.
