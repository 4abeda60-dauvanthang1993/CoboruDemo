000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_GENSEN.
000400*
000500*貯金利息の源泉徴収税額を求め，利子税集計ファイル（RISHIZEI.DAT）
000600*の貯金番号・支払年月ごとの集計へ加算する。利息計算（K_RISHI）
000700*と解約処理（K_KAIYAKU）が利息を貯金額へ加える前に呼び出し，
000800*差引利息額（手取額）だけを貯金額へ加える。集計区分が１以外の
000850*場合は税額を求めるだけで集計しない（入金前の手取額算出用）。
000900*
001000*国税（所得税１５％＋復興特別所得税０．３１５％）は利息額の
001100*１５．３１５％，地方税（利子割）は５％とし，それぞれ円未満を
001200*切り捨てる。年末の利子支払明細と月別の納付集計はK_RISHINEN
001300*が本ファイルから作成する。
001400*
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900      SELECT OPTIONAL 利子税集計ファイル
002000                ASSIGN  TO "RISHIZEI.DAT"
002100                ORGANIZATION IS  INDEXED
002200                RECORD KEY   IS  集計キー
002300                ACCESS MODE  IS  RANDOM.
002400*
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD   利子税集計ファイル.
002800 01   利子税集計レコード.
002900      03 集計キー.
003000         05 支払年月     PIC  9(6).
003100         05 集計貯金番号 PIC  9(5).
003200      03 利息総額     PIC  9(11).
003300      03 国税額       PIC  9(11).
003400      03 地方税額     PIC  9(11).
003500      03 差引利息額   PIC  9(11).
003600      03 支払件数     PIC  9(5).
003700*
003800 WORKING-STORAGE SECTION.
003900 77 国税率                PIC  9V9(5)    VALUE 0.15315.
004000 77 地方税率              PIC  9V9(5)    VALUE 0.05000.
004100 01 現在日時.
004200    02 現在年月６        PIC  9(6).
004300    02 FILLER            PIC  X(15).
004400*
004500 LINKAGE SECTION.
004600 01 リンク貯金番号    PIC  9(5) COMP-5.
004700 01 リンク利息額      PIC S9(9) COMP-5.
004800 01 リンク国税額      PIC S9(9) COMP-5.
004900 01 リンク地方税額    PIC S9(9) COMP-5.
005000 01 リンク差引利息額  PIC S9(9) COMP-5.
005020 01 リンク集計区分    PIC  X(1).
005040    88 集計あり       VALUE "1".
005100*
005200 PROCEDURE DIVISION WITH STDCALL LINKAGE
005300      USING リンク貯金番号
005400            リンク利息額
005500            リンク国税額
005600            リンク地方税額
005700            リンク差引利息額
005750            リンク集計区分.
005800*
005900      MOVE 0 TO リンク国税額
006000      MOVE 0 TO リンク地方税額
006100      MOVE リンク利息額 TO リンク差引利息額
006200      IF リンク利息額 NOT > 0
006300            EXIT PROGRAM
006400      END-IF
006500      COMPUTE リンク国税額
006550              = リンク利息額 * 国税率
006600      COMPUTE リンク地方税額
006650              = リンク利息額 * 地方税率
006700      COMPUTE リンク差引利息額 = リンク利息額
006800                               - リンク国税額
006900                               - リンク地方税額
006920      IF NOT 集計あり
006940            EXIT PROGRAM
006960      END-IF
007000*
007100      MOVE FUNCTION CURRENT-DATE TO 現在日時
007200      OPEN I-O 利子税集計ファイル
007300      MOVE 現在年月６     TO 支払年月
007400      MOVE リンク貯金番号 TO 集計貯金番号
007500      READ 利子税集計ファイル
007600            INVALID KEY
007700                  MOVE 0 TO 利息総額
007800                  MOVE 0 TO 国税額
007900                  MOVE 0 TO 地方税額
008000                  MOVE 0 TO 差引利息額
008100                  MOVE 0 TO 支払件数
008200      END-READ
008300      ADD リンク利息額     TO 利息総額
008400      ADD リンク国税額     TO 国税額
008500      ADD リンク地方税額   TO 地方税額
008600      ADD リンク差引利息額 TO 差引利息額
008700      ADD 1                TO 支払件数
008800      WRITE 利子税集計レコード
008900            INVALID KEY
009000                  REWRITE 利子税集計レコード
009100      END-WRITE
009200      CLOSE 利子税集計ファイル
009300      EXIT PROGRAM.
