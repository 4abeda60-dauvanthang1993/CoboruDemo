000900*  機能概要  ： 出荷ピックリスト作成バッチ。注文行ファイルの
001000*               未出荷注文を商品別にまとめ，倉庫向けのピック
001100*               リスト（商品別合計と明細）を出力する。
001120*               ロット管理品（ロット別在庫のある商品）は出荷倉庫の
001140*               ロットを賞味期限の早い順に引き当て（期限切れは除く），
001160*               ロット出荷ファイルへ記録して明細にロットを添える。
001180*               引当済の注文行は再実行しても同じロットを示す。
001185*               セット商品は商品見出しと明細の下に，ピックする構成
001190*               商品と数量を並べる。
001200*
001300* Copyright 1999-2015 FUJITSU LIMITED
001400*=================================================================
002840       ACCESS MODE  IS RANDOM
002850       RECORD KEY   IS 配送先キー
002860       FILE STATUS  IS 配送先マスタ状態.
002862     SELECT OPTIONAL ロット在庫ファイル
002864       ASSIGN TO "LOTZAI"
002866       ORGANIZATION IS INDEXED
002868       ACCESS MODE  IS DYNAMIC
002870       RECORD KEY   IS ロット在庫キー
002872       FILE STATUS  IS ロット在庫状態.
002874     SELECT OPTIONAL ロット出荷ファイル
002876       ASSIGN TO "LOTSHUK"
002878       ORGANIZATION IS INDEXED
002880       ACCESS MODE  IS DYNAMIC
002882       RECORD KEY   IS ロット出荷キー
002884       FILE STATUS  IS ロット出荷状態.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  注文行ファイル.
003480     02  配送住所            PIC  X(40).
003490     02  配送電話番号        PIC  X(12).
003491     02  配送地域コード      PIC  X(02).
003492 FD  ロット在庫ファイル.
003493     COPY LOTZAI.
003494 FD  ロット出荷ファイル.
003495     COPY LOTSHUK.
003500 WORKING-STORAGE SECTION.
003600 01  注文行状態              PIC  X(02).
003700     88  注文行正常          VALUE "00" "05".
003724*　別のフラグに控えて判定する。
003726 01  配送先使用可Ｆ          PIC  X(01)  VALUE "N".
003728     88  配送先使用可        VALUE "Y".
003729 01  ロット在庫状態          PIC  X(02).
003730     88  ロット在庫正常      VALUE "00" "05".
003731 01  ロット出荷状態          PIC  X(02).
003732     88  ロット出荷正常      VALUE "00" "05".
003733 01  ロット使用可Ｆ          PIC  X(01)  VALUE "N".
003734     88  ロット使用可        VALUE "Y".
003735 01  ロット走査終了フラグ    PIC  X(01).
003736     88  ロット走査終了      VALUE "Y".
003737 01  既引当件数              PIC  9(02).
003738 01  ロット件数              PIC  9(05).
003739 01  引当残数                PIC  9(10).
003740 01  ロット有効数            PIC S9(11).
003741 01  ロット引当数量          PIC  9(10).
003742 01  ロット引当件数          PIC  9(06)  VALUE 0.
003743 01  現在日時.
003753     02  現在日付８          PIC  9(08).
003763     02  FILLER              PIC  X(13).
003773 01  配送先ありフラグ        PIC  X(01).
003783     88  配送先あり          VALUE "Y".
003800 01  注文終了フラグ          PIC  X(01)  VALUE "N".
003900     88  注文終了            VALUE "Y".
004000 01  商品添字                PIC  9(03)  COMP-5.
004100 01  商品登録数              PIC  9(03)  COMP-5 VALUE 0.
004200 01  検索添字                PIC  9(03)  COMP-5.
004300 01  明細件数                PIC  9(06)  VALUE 0.
004310 01  構成件数                PIC  9(02).
004320 01  構成表.
004330     02  構成明細  OCCURS 20.
004340         03  構成商品番号    PIC  X(10).
004350         03  構成数量        PIC  9(04).
004360 01  構成添字                PIC  9(03)  COMP-5.
004370 01  セット取得結果          PIC  9(01).
004380     88  セット商品          VALUE 0.
004390 01  構成ピック数            PIC  9(11).
004400*
004500 01  商品集計表.
004600     02  商品集計明細  OCCURS 100.
007612     IF 配送先マスタ正常
007614       SET 配送先使用可 TO TRUE
007616     END-IF.
007626     OPEN I-O ロット在庫ファイル.
007636     OPEN I-O ロット出荷ファイル.
007646     IF ロット在庫正常 AND ロット出荷正常
007656       SET ロット使用可 TO TRUE
007666     END-IF.
007676     MOVE FUNCTION CURRENT-DATE TO 現在日時.
007700     MOVE "*** 出荷ピックリスト ***"
007800       TO ピックリスト行.
007900     WRITE ピックリスト行.
008100         VARYING 商品添字 FROM 1 BY 1
008200         UNTIL 商品添字 > 商品登録数.
008290     CLOSE 配送先マスタファイル.
008292     CLOSE ロット出荷ファイル.
008294     CLOSE ロット在庫ファイル.
008300     CLOSE ピックリストファイル.
008400     DISPLAY "対象商品数：" 商品登録数.
008500     DISPLAY "対象明細数：" 明細件数.
008550     DISPLAY "ロット引当数：" ロット引当件数.
008600     STOP RUN.
008700*
008800 注文読込.
012900            DELIMITED BY SIZE
013000       INTO ピックリスト行.
013100     WRITE ピックリスト行.
013110     CALL "セット構成取得"
013115          USING 集計商品番号(商品添字)
013120          構成件数 構成表 セット取得結果.
013130     IF セット商品
013140       PERFORM 構成合計出力
013150         VARYING 構成添字 FROM 1 BY 1
013160         UNTIL 構成添字 > 構成件数
013170     END-IF.
013200     MOVE "N" TO 注文終了フラグ.
013300     OPEN INPUT 注文行ファイル.
013400     PERFORM 注文読込.
014400       MOVE 注文顧客ＩＤ TO 編集顧客ＩＤ
014500       MOVE 明細行編集域 TO ピックリスト行
014600       WRITE ピックリスト行
014601       IF セット商品
014602         PERFORM 構成明細出力
014603           VARYING 構成添字 FROM 1 BY 1
014604           UNTIL 構成添字 > 構成件数
014605       END-IF
014610       IF 注文配送先コード NOT = SPACE
014620         PERFORM 配送先行出力
014630       END-IF
014650       PERFORM ロット引当出力
014700     END-IF.
014800     PERFORM 注文読込.
014900*
014902*　セット商品はセットの数量に構成数量を掛けた数をピックする。
014904*
014906 構成合計出力.
014908     COMPUTE 構成ピック数 =
014910         集計数量(商品添字) * 構成数量(構成添字).
014912     MOVE SPACE TO ピックリスト行.
014914     STRING "　構成：" 構成商品番号(構成添字)
014916            "　合計数量：" 構成ピック数
014918            DELIMITED BY SIZE
014920       INTO ピックリスト行.
014922     WRITE ピックリスト行.
014924*
014926 構成明細出力.
014928     COMPUTE 構成ピック数 =
014930         注文数量 * 構成数量(構成添字).
014932     MOVE SPACE TO ピックリスト行.
014934     STRING "　　構成：" 構成商品番号(構成添字)
014936            "　数量：" 構成ピック数
014938            DELIMITED BY SIZE
014940       INTO ピックリスト行.
014942     WRITE ピックリスト行.
014944*
015000*　配送先コード指定の明細には届け先を添える。
015100*
015200 配送先行出力.
017500         INTO ピックリスト行
017600     END-IF.
017700     WRITE ピックリスト行.
017800*
017900*　引当済のロットがあればそれを示し，無ければ出荷倉庫のロットを
018000*　期限の早い順に引き当てる。ロットの無い商品は何もしない。
018100*
018200 ロット引当出力.
018300     IF NOT ロット使用可
018400       EXIT PARAGRAPH
018500     END-IF.
018600     PERFORM 既引当ロット出力.
018700     IF 既引当件数 NOT = 0
018800       EXIT PARAGRAPH
018900     END-IF.
019000     MOVE 注文数量         TO 引当残数.
019100     MOVE 0                TO ロット件数.
019200     MOVE 出荷倉庫コード   TO ロット倉庫コード.
019300     MOVE 注文商品番号     TO ロット商品番号.
019400     MOVE 0                TO ロット賞味期限.
019500     MOVE LOW-VALUE        TO ロット番号.
019600     MOVE "N" TO ロット走査終了フラグ.
019700     START ロット在庫ファイル
019800           KEY >= ロット在庫キー
019900       INVALID KEY
020000         SET ロット走査終了 TO TRUE
020100     END-START.
020200     PERFORM ロット先入先出
020300         UNTIL ロット走査終了 OR 引当残数 = 0.
020400     IF ロット件数 NOT = 0 AND 引当残数 NOT = 0
020500       MOVE SPACE TO ピックリスト行
020600       STRING "　ロット不足：" 引当残数
020700              DELIMITED BY SIZE
020800         INTO ピックリスト行
020900       WRITE ピックリスト行
021000     END-IF.
021100*
021200 既引当ロット出力.
021300     MOVE 0 TO 既引当件数.
021400     MOVE 注文行番号 TO 出荷注文行番号.
021500     MOVE 0          TO 出荷ロット連番.
021600     MOVE "N" TO ロット走査終了フラグ.
021700     START ロット出荷ファイル
021800           KEY >= ロット出荷キー
021900       INVALID KEY
022000         SET ロット走査終了 TO TRUE
022100     END-START.
022200     PERFORM 既引当ロット走査 UNTIL ロット走査終了.
022300*
022400 既引当ロット走査.
022500     READ ロット出荷ファイル NEXT RECORD
022600       AT END
022700         SET ロット走査終了 TO TRUE
022800       NOT AT END
022900         IF 出荷注文行番号 NOT = 注文行番号
023000           SET ロット走査終了 TO TRUE
023100         ELSE
023200           ADD 1 TO 既引当件数
023300           PERFORM ロット行出力
023400         END-IF
023500     END-READ.
023600*
023700 ロット先入先出.
023800     READ ロット在庫ファイル NEXT RECORD
023900       AT END
024000         SET ロット走査終了 TO TRUE
024100       NOT AT END
024200         IF ロット倉庫コード NOT = 出荷倉庫コード
024300            OR ロット商品番号 NOT = 注文商品番号
024400           SET ロット走査終了 TO TRUE
024500         ELSE
024600           ADD 1 TO ロット件数
024700           IF ロット賞味期限 >= 現在日付８
024800             PERFORM ロット１件引当
024900           END-IF
025000         END-IF
025100     END-READ.
025200*
025300 ロット１件引当.
025400     COMPUTE ロット有効数 =
025450         ロット在庫数 - ロット引当数.
025500     IF ロット有効数 NOT > 0
025600       EXIT PARAGRAPH
025700     END-IF.
025800     IF ロット有効数 > 引当残数
025900       MOVE 引当残数     TO ロット引当数量
026000     ELSE
026100       MOVE ロット有効数 TO ロット引当数量
026200     END-IF.
026300     ADD ロット引当数量 TO ロット引当数.
026400     REWRITE ロット在庫レコード.
026500     SUBTRACT ロット引当数量 FROM 引当残数.
026600     ADD 1 TO 既引当件数.
026700     MOVE 注文行番号       TO 出荷注文行番号.
026800     MOVE 既引当件数       TO 出荷ロット連番.
026900     MOVE ロット倉庫コード TO 出荷ロット倉庫.
027000     MOVE ロット商品番号
027050       TO 出荷ロット商品番号.
027100     MOVE ロット賞味期限   TO 出荷ロット賞味期限.
027200     MOVE ロット番号       TO 出荷ロット番号.
027300     MOVE ロット引当数量   TO 出荷ロット数量.
027400     SET ロット引当中 TO TRUE.
027500     MOVE SPACE            TO 出荷ロット出荷日.
027600     MOVE 0                TO 出荷ロット返品数量.
027700     WRITE ロット出荷レコード.
027800     ADD 1 TO ロット引当件数.
027900     PERFORM ロット行出力.
028000*
028100 ロット行出力.
028200     MOVE SPACE TO ピックリスト行.
028300     IF 出荷ロット賞味期限 = 99999999
028400       STRING "　ロット：" 出荷ロット番号
028500              "　期限なし　数量：" 出荷ロット数量
028600              DELIMITED BY SIZE
028700         INTO ピックリスト行
028800     ELSE
028900       STRING "　ロット：" 出荷ロット番号
029000              "　期限：" 出荷ロット賞味期限
029100              "　数量：" 出荷ロット数量
029200              DELIMITED BY SIZE
029300         INTO ピックリスト行
029400     END-IF.
029500     WRITE ピックリスト行.
