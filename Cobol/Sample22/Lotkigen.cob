000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Lotkigen.cob
000900*  機能概要  ： 賞味期限接近リスト。ロット別在庫から在庫の残って
001000*               いるロットを読み，賞味期限が本日から指定日数以内
001100*               のもの（期限切れを含む）を倉庫・商品・期限順に
001200*               書き出す。期限切れのロットはピックリストの引当
001300*               から外れるため，廃棄・値引きの判断に使う。期限の
001400*               無いロットは対象にしない。
001500*
001600* Copyright 1999-2015 FUJITSU LIMITED
001700*=================================================================
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. LOTKIGEN.
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL ロット在庫ファイル
002400       ASSIGN TO "LOTZAI"
002500       ORGANIZATION IS INDEXED
002600       ACCESS MODE  IS SEQUENTIAL
002700       RECORD KEY   IS ロット在庫キー
002800       FILE STATUS  IS ロット在庫状態.
002900     SELECT 期限接近ファイル
003000       ASSIGN TO "LOTKIGEN.RPT"
003100       ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  ロット在庫ファイル.
003500     COPY LOTZAI.
003600 FD  期限接近ファイル.
003700 01  期限接近行              PIC  X(100).
003800 WORKING-STORAGE SECTION.
003900 01  ロット在庫状態          PIC  X(02).
004000     88  ロット在庫正常      VALUE "00" "05".
004100 01  ロット終了フラグ        PIC  X(01)  VALUE "N".
004200     88  ロット終了          VALUE "Y".
004300 01  指定日数入力            PIC  9(03).
004400 01  本日通算日              PIC  9(07).
004500 01  期限通算日              PIC  9(07).
004600 01  基準期限日              PIC  9(08).
004700 01  残日数                  PIC S9(05).
004800 01  有効在庫数              PIC S9(11).
004900 01  対象件数                PIC  9(06)  VALUE 0.
005000 01  期限切れ件数            PIC  9(06)  VALUE 0.
005100 01  現在日時.
005200     02  現在日付８          PIC  9(08).
005300     02  FILLER              PIC  X(13).
005400*
005500 01  期限行編集域.
005600     02  編集倉庫コード      PIC  X(03).
005700     02  FILLER              PIC  X(02)  VALUE SPACE.
005800     02  編集商品番号        PIC  X(10).
005900     02  FILLER              PIC  X(02)  VALUE SPACE.
006000     02  編集ロット番号      PIC  X(12).
006100     02  FILLER              PIC  X(02)  VALUE SPACE.
006200     02  編集賞味期限        PIC  9(08).
006300     02  FILLER              PIC  X(02)  VALUE SPACE.
006400     02  編集残日数          PIC  ----9.
006500     02  FILLER              PIC  X(02)  VALUE SPACE.
006600     02  編集在庫数          PIC  Z(09)9.
006700     02  FILLER              PIC  X(02)  VALUE SPACE.
006800     02  編集引当数          PIC  Z(09)9.
006900     02  FILLER              PIC  X(02)  VALUE SPACE.
007000     02  編集期限区分        PIC  X(12).
007100*
007200 PROCEDURE DIVISION.
007300     DISPLAY "賞味期限接近リスト".
007400     DISPLAY "対象日数を入力してください".
007500     ACCEPT 指定日数入力 FROM CONSOLE.
007600     MOVE FUNCTION CURRENT-DATE TO 現在日時.
007700     COMPUTE 本日通算日 =
007800         FUNCTION INTEGER-OF-DATE(現在日付８).
007900     COMPUTE 期限通算日 =
008000         本日通算日 + 指定日数入力.
008100     COMPUTE 基準期限日 =
008200         FUNCTION DATE-OF-INTEGER(期限通算日).
008300     OPEN INPUT ロット在庫ファイル.
008400     IF NOT ロット在庫正常
008500       DISPLAY "ロット別在庫ファイルが開けません"
008600       STOP RUN
008700     END-IF.
008800     OPEN OUTPUT 期限接近ファイル.
008900     MOVE SPACE TO 期限接近行.
009000     STRING "*** 賞味期限接近リスト " 現在日付８
009100            " 期限 " 基準期限日 " まで ***"
009200            DELIMITED BY SIZE INTO 期限接近行.
009300     WRITE 期限接近行.
009400     MOVE "倉庫 商品番号    ロット番号    " &
009500          "賞味期限  残日数      在庫数      引当数"
009600       TO 期限接近行.
009700     WRITE 期限接近行.
009800     PERFORM ロット読込.
009900     PERFORM 期限判定処理 UNTIL ロット終了.
010000     MOVE SPACE TO 期限接近行.
010100     STRING "対象ロット数：" 対象件数
010200            "　うち期限切れ：" 期限切れ件数
010300            DELIMITED BY SIZE INTO 期限接近行.
010400     WRITE 期限接近行.
010500     CLOSE 期限接近ファイル.
010600     CLOSE ロット在庫ファイル.
010700     DISPLAY "対象ロット数：" 対象件数.
010800     DISPLAY "期限切れ　　：" 期限切れ件数.
010900     STOP RUN.
011000*
011100 ロット読込.
011200     READ ロット在庫ファイル NEXT RECORD
011300       AT END
011400         SET ロット終了 TO TRUE
011500     END-READ.
011600*
011700 期限判定処理.
011800     IF ロット在庫数 > 0
011900        AND ロット賞味期限 NOT = 99999999
012000        AND ロット賞味期限 <= 基準期限日
012100       PERFORM 期限行出力
012200     END-IF.
012300     PERFORM ロット読込.
012400*
012500 期限行出力.
012600     COMPUTE 残日数 =
012700         FUNCTION INTEGER-OF-DATE(ロット賞味期限)
012800       - 本日通算日.
012900     MOVE ロット倉庫コード TO 編集倉庫コード.
013000     MOVE ロット商品番号   TO 編集商品番号.
013100     MOVE ロット番号       TO 編集ロット番号.
013200     MOVE ロット賞味期限   TO 編集賞味期限.
013300     MOVE 残日数           TO 編集残日数.
013400     MOVE ロット在庫数     TO 編集在庫数.
013500     MOVE ロット引当数     TO 編集引当数.
013600     IF 残日数 < 0
013700       MOVE "期限切れ" TO 編集期限区分
013800       ADD 1 TO 期限切れ件数
013900     ELSE
014000       MOVE SPACE TO 編集期限区分
014100     END-IF.
014200     MOVE 期限行編集域 TO 期限接近行.
014300     WRITE 期限接近行.
014400     ADD 1 TO 対象件数.
