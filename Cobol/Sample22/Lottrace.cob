000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Lottrace.cob
000900*  機能概要  ： ロット回収追跡。商品番号とロット番号を受け取り，
001000*               ロット出荷ファイルからそのロットを出した注文行を
001100*               すべて拾い，注文行ファイルから顧客・注文番号・
001200*               出荷日を引いて回収対象リストへ書き出す。まだ出荷
001300*               前の引当も区分を付けて載せ，出荷を止められるよう
001400*               にする。末尾に各倉庫に残っているロットの在庫を
001500*               付ける。
001600*
001700* Copyright 1999-2015 FUJITSU LIMITED
001800*=================================================================
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. LOTTRACE.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL ロット出荷ファイル
002500       ASSIGN TO "LOTSHUK"
002600       ORGANIZATION IS INDEXED
002700       ACCESS MODE  IS SEQUENTIAL
002800       RECORD KEY   IS ロット出荷キー
002900       FILE STATUS  IS ロット出荷状態.
003000     SELECT OPTIONAL ロット在庫ファイル
003100       ASSIGN TO "LOTZAI"
003200       ORGANIZATION IS INDEXED
003300       ACCESS MODE  IS SEQUENTIAL
003400       RECORD KEY   IS ロット在庫キー
003500       FILE STATUS  IS ロット在庫状態.
003600     SELECT OPTIONAL 注文行ファイル
003700       ASSIGN TO "ORDERF"
003800       ORGANIZATION IS INDEXED
003900       ACCESS MODE  IS RANDOM
004000       RECORD KEY   IS 注文行番号
004100       FILE STATUS  IS 注文行状態.
004200     SELECT 回収追跡ファイル
004300       ASSIGN TO "LOTTRACE.RPT"
004400       ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ロット出荷ファイル.
004800     COPY LOTSHUK.
004900 FD  ロット在庫ファイル.
005000     COPY LOTZAI.
005100 FD  注文行ファイル.
005200     COPY ORDFILE.
005300 FD  回収追跡ファイル.
005400 01  回収追跡行              PIC  X(120).
005500 WORKING-STORAGE SECTION.
005600 01  ロット出荷状態          PIC  X(02).
005700     88  ロット出荷正常      VALUE "00" "05".
005800 01  ロット在庫状態          PIC  X(02).
005900 01  注文行状態              PIC  X(02).
006000 01  走査終了フラグ          PIC  X(01).
006100     88  走査終了            VALUE "Y".
006200 01  追跡商品番号            PIC  X(10).
006300 01  追跡ロット番号          PIC  X(12).
006400 01  出荷件数                PIC  9(06)  VALUE 0.
006500 01  引当件数                PIC  9(06)  VALUE 0.
006600 01  出荷数量計              PIC  9(11)  VALUE 0.
006700 01  残在庫数計              PIC  9(11)  VALUE 0.
006800 01  現在日時.
006900     02  現在日付８          PIC  X(08).
007000     02  FILLER              PIC  X(13).
007100*
007200 01  追跡行編集域.
007300     02  編集顧客ＩＤ        PIC  X(32).
007400     02  FILLER              PIC  X(02)  VALUE SPACE.
007500     02  編集注文番号        PIC  X(12).
007600     02  FILLER              PIC  X(02)  VALUE SPACE.
007700     02  編集注文行番号      PIC  9(08).
007800     02  FILLER              PIC  X(02)  VALUE SPACE.
007900     02  編集出荷日          PIC  X(08).
008000     02  FILLER              PIC  X(02)  VALUE SPACE.
008100     02  編集数量            PIC  Z(09)9.
008200     02  FILLER              PIC  X(02)  VALUE SPACE.
008300     02  編集返品数量        PIC  Z(09)9.
008400     02  FILLER              PIC  X(02)  VALUE SPACE.
008500     02  編集区分            PIC  X(06).
008600 01  在庫行編集域.
008700     02  FILLER              PIC  X(06)  VALUE "倉庫".
008800     02  編集倉庫コード      PIC  X(03).
008900     02  FILLER              PIC  X(02)  VALUE SPACE.
009000     02  FILLER              PIC  X(12)  VALUE "賞味期限".
009100     02  編集賞味期限        PIC  9(08).
009200     02  FILLER              PIC  X(02)  VALUE SPACE.
009300     02  FILLER              PIC  X(06)  VALUE "在庫".
009400     02  編集在庫数          PIC  Z(09)9.
009500     02  FILLER              PIC  X(02)  VALUE SPACE.
009600     02  FILLER              PIC  X(06)  VALUE "引当".
009700     02  編集引当数          PIC  Z(09)9.
009800*
009900 PROCEDURE DIVISION.
010000     DISPLAY "ロット回収追跡".
010100     DISPLAY "商品番号を入力してください".
010200     ACCEPT 追跡商品番号 FROM CONSOLE.
010300     DISPLAY "ロット番号を入力してください".
010400     ACCEPT 追跡ロット番号 FROM CONSOLE.
010500     MOVE FUNCTION CURRENT-DATE TO 現在日時.
010600     OPEN INPUT ロット出荷ファイル.
010700     IF NOT ロット出荷正常
010800       DISPLAY "ロット出荷ファイルが開けません"
010900       STOP RUN
011000     END-IF.
011100     OPEN INPUT ロット在庫ファイル.
011200     OPEN INPUT 注文行ファイル.
011300     OPEN OUTPUT 回収追跡ファイル.
011400     MOVE SPACE TO 回収追跡行.
011500     STRING "*** ロット回収追跡リスト " 現在日付８
011600            " 商品 " 追跡商品番号
011700            " ロット " 追跡ロット番号 " ***"
011800            DELIMITED BY SIZE INTO 回収追跡行.
011900     WRITE 回収追跡行.
012000     MOVE "顧客" &
012100          "                              " &
012200          "注文番号      行番号    出荷日    " &
012300          "      数量    返品数量  区分"
012400       TO 回収追跡行.
012500     WRITE 回収追跡行.
012600     MOVE "N" TO 走査終了フラグ.
012700     PERFORM 出荷ロット走査 UNTIL 走査終了.
012800     MOVE SPACE TO 回収追跡行.
012900     STRING "出荷注文行数：" 出荷件数
013000            "　出荷数量計：" 出荷数量計
013100            "　未出荷の引当：" 引当件数
013200            DELIMITED BY SIZE INTO 回収追跡行.
013300     WRITE 回収追跡行.
013400     MOVE SPACE TO 回収追跡行.
013500     WRITE 回収追跡行.
013600     MOVE "*** ロットの残在庫 ***" TO 回収追跡行.
013700     WRITE 回収追跡行.
013800     MOVE "N" TO 走査終了フラグ.
013900     PERFORM 残在庫走査 UNTIL 走査終了.
014000     MOVE SPACE TO 回収追跡行.
014100     STRING "残在庫数計：" 残在庫数計
014200            DELIMITED BY SIZE INTO 回収追跡行.
014300     WRITE 回収追跡行.
014400     CLOSE 回収追跡ファイル.
014500     CLOSE 注文行ファイル.
014600     CLOSE ロット在庫ファイル.
014700     CLOSE ロット出荷ファイル.
014800     DISPLAY "出荷注文行数：" 出荷件数.
014900     DISPLAY "未出荷の引当：" 引当件数.
015000     DISPLAY "残在庫数計　：" 残在庫数計.
015100     STOP RUN.
015200*
015300*　ロット出荷ファイルは注文行順のため，ロットでは全件を読む。
015400*
015500 出荷ロット走査.
015600     READ ロット出荷ファイル NEXT RECORD
015700       AT END
015800         SET 走査終了 TO TRUE
015900       NOT AT END
016000         IF 出荷ロット商品番号 = 追跡商品番号
016100            AND 出荷ロット番号 = 追跡ロット番号
016200           PERFORM 追跡行出力
016300         END-IF
016400     END-READ.
016500*
016600 追跡行出力.
016700     MOVE 出荷注文行番号 TO 注文行番号.
016800     READ 注文行ファイル
016900       INVALID KEY
017000         MOVE SPACE TO 注文顧客ＩＤ
017100         MOVE "注文行なし" TO 注文番号
017200     END-READ.
017300     MOVE 注文顧客ＩＤ       TO 編集顧客ＩＤ.
017400     MOVE 注文番号           TO 編集注文番号.
017500     MOVE 出荷注文行番号     TO 編集注文行番号.
017600     MOVE 出荷ロット数量     TO 編集数量.
017700     MOVE 出荷ロット返品数量 TO 編集返品数量.
017800     IF ロット出荷済
017900       MOVE 出荷ロット出荷日 TO 編集出荷日
018000       MOVE "出荷済"         TO 編集区分
018100       ADD 1 TO 出荷件数
018200       ADD 出荷ロット数量 TO 出荷数量計
018300     ELSE
018400       MOVE SPACE            TO 編集出荷日
018500       MOVE "引当中"         TO 編集区分
018600       ADD 1 TO 引当件数
018700     END-IF.
018800     MOVE 追跡行編集域 TO 回収追跡行.
018900     WRITE 回収追跡行.
019000*
019100 残在庫走査.
019200     READ ロット在庫ファイル NEXT RECORD
019300       AT END
019400         SET 走査終了 TO TRUE
019500       NOT AT END
019600         IF ロット商品番号 = 追跡商品番号
019700            AND ロット番号 = 追跡ロット番号
019800           PERFORM 残在庫行出力
019900         END-IF
020000     END-READ.
020100*
020200 残在庫行出力.
020300     MOVE ロット倉庫コード TO 編集倉庫コード.
020400     MOVE ロット賞味期限   TO 編集賞味期限.
020500     MOVE ロット在庫数     TO 編集在庫数.
020600     MOVE ロット引当数     TO 編集引当数.
020700     MOVE 在庫行編集域 TO 回収追跡行.
020800     WRITE 回収追跡行.
020900     ADD ロット在庫数 TO 残在庫数計.
