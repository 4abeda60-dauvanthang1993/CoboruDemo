001000*               注文行へ出荷日と運送便番号を記録し，状態を
001100*               出荷済へ進める。これにより注文履歴照会で出荷
001200*               状況が分かる。
001220*               ピックリストで引き当てたロットは出荷済へ進めてロット
001240*               別在庫から落とし，注文行ごとの出荷ロットとして残す。
001260*               引当の無いロット管理品は出荷したロットを入力させる。
001280*               セット商品は構成商品の在庫と引当を落とす。
001300*
001400* Copyright 1999-2015 FUJITSU LIMITED
001500*=================================================================
003240       ACCESS MODE  IS RANDOM
003250       RECORD KEY   IS 配送先キー
003260       FILE STATUS  IS 配送先マスタ状態.
003262     SELECT OPTIONAL ロット在庫ファイル
003264       ASSIGN TO "LOTZAI"
003266       ORGANIZATION IS INDEXED
003268       ACCESS MODE  IS DYNAMIC
003270       RECORD KEY   IS ロット在庫キー
003272       FILE STATUS  IS ロット在庫状態.
003274     SELECT OPTIONAL ロット出荷ファイル
003276       ASSIGN TO "LOTSHUK"
003278       ORGANIZATION IS INDEXED
003280       ACCESS MODE  IS DYNAMIC
003282       RECORD KEY   IS ロット出荷キー
003284       FILE STATUS  IS ロット出荷状態.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  注文行ファイル.
003880     02  配送住所            PIC  X(40).
003890     02  配送電話番号        PIC  X(12).
003891     02  配送地域コード      PIC  X(02).
003892 FD  ロット在庫ファイル.
003893     COPY LOTZAI.
003894 FD  ロット出荷ファイル.
003895     COPY LOTSHUK.
003900 WORKING-STORAGE SECTION.
004000 01  注文行状態              PIC  X(02).
004100     88  注文行正常          VALUE "00" "05".
004324*　別のフラグに控えて判定する。
004326 01  配送先使用可Ｆ          PIC  X(01)  VALUE "N".
004328     88  配送先使用可        VALUE "Y".
004330 01  ロット在庫状態          PIC  X(02).
004332     88  ロット在庫正常      VALUE "00" "05".
004334 01  ロット出荷状態          PIC  X(02).
004336     88  ロット出荷正常      VALUE "00" "05".
004338 01  ロット使用可Ｆ          PIC  X(01)  VALUE "N".
004340     88  ロット使用可        VALUE "Y".
004342 01  ロット走査終了フラグ    PIC  X(01).
004344     88  ロット走査終了      VALUE "Y".
004346 01  ロット発見フラグ        PIC  X(01).
004348     88  ロット発見          VALUE "Y".
004350 01  ロット管理フラグ        PIC  X(01).
004352     88  ロット管理品        VALUE "Y".
004354 01  確定ロット件数          PIC  9(02).
004355 01  構成件数                PIC  9(02).
004356 01  構成表.
004357     02  構成明細  OCCURS 20.
004358         03  構成商品番号    PIC  X(10).
004359         03  構成数量        PIC  9(04).
004360 01  構成添字                PIC  9(03)  COMP-5.
004361 01  セット取得結果          PIC  9(01).
004362     88  セット商品          VALUE 0.
004372 01  構成出荷数              PIC  9(10).
004382 01  ロット番号入力          PIC  X(12).
004400 01  続行区分                PIC  X(01)  VALUE "Y".
004500     88  続行指定            VALUE "Y" "y".
004600 01  出荷日入力              PIC  X(08).
005612     IF 配送先マスタ正常
005614       SET 配送先使用可 TO TRUE
005616     END-IF.
005626     OPEN I-O ロット在庫ファイル.
005636     OPEN I-O ロット出荷ファイル.
005646     IF ロット在庫正常 AND ロット出荷正常
005656       SET ロット使用可 TO TRUE
005666     END-IF.
005700     PERFORM 出荷確認入力
005701           THRU 出荷確認入力出口 UNTIL NOT 続行指定.
005790     CLOSE 配送先マスタファイル.
005791     CLOSE ロット出荷ファイル.
005793     CLOSE ロット在庫ファイル.
005795     CLOSE 倉庫在庫ファイル.
005800     CLOSE 在庫ファイル.
005900     CLOSE 注文行ファイル.
006000     STOP RUN.
008000     SET 注文出荷済 TO TRUE.
008100     REWRITE 注文行レコード.
008200*
008300*　出荷により在庫と引当を同時に落とす。セット商品は構成商品の
008350*　在庫と引当を落とす。
008400*
008410     CALL "セット構成取得" USING 注文商品番号
008420          構成件数 構成表 セット取得結果.
008430     IF セット商品
008440       PERFORM 構成出荷
008450         VARYING 構成添字 FROM 1 BY 1
008460         UNTIL 構成添字 > 構成件数
008470     ELSE
008500       MOVE 注文商品番号 TO 在庫商品番号
008600       READ 在庫ファイル
008700         INVALID KEY
008800           DISPLAY "警告：在庫に存在しません"
008900         NOT INVALID KEY
009000           SUBTRACT 注文数量 FROM 在庫数
009100           SUBTRACT 注文数量 FROM 引当数
009200           REWRITE 在庫レコード
009300       END-READ
009305     END-IF.
009310*　倉庫引当で積んだ出荷倉庫の在庫・引当も同時に落とす
009320*（ＳＯＫＯの合算鏡映の逆方向）。
009330     IF 出荷倉庫コード NOT = SPACE
009394           REWRITE 倉庫在庫レコード
009395       END-READ
009396     END-IF.
009398     PERFORM ロット出荷確定.
009400     DISPLAY "出荷済にしました：" 注文行番号.
009500*
009600 出荷確認入力出口.
009700     DISPLAY "続けますか(Y/N)".
009800     ACCEPT 続行区分 FROM CONSOLE.
009900*
009910 構成出荷.
009915     MOVE 構成商品番号(構成添字) TO 在庫商品番号.
009920     COMPUTE 構成出荷数 =
009922         注文数量 * 構成数量(構成添字).
009925     READ 在庫ファイル
009930       INVALID KEY
009935         DISPLAY "警告：構成商品の在庫なし "
009940                 在庫商品番号
009945       NOT INVALID KEY
009950         SUBTRACT 構成出荷数 FROM 在庫数
009955         SUBTRACT 構成出荷数 FROM 引当数
009960         REWRITE 在庫レコード
009965     END-READ.
009970*
010000*　ピックリストで引き当てたロットを出荷済にし，ロット別在庫の
010100*　在庫と引当を落とす。
010200*
010300 ロット出荷確定.
010400     IF NOT ロット使用可
010500       EXIT PARAGRAPH
010600     END-IF.
010700     MOVE 0 TO 確定ロット件数.
010800     MOVE 注文行番号 TO 出荷注文行番号.
010900     MOVE 0          TO 出荷ロット連番.
011000     MOVE "N" TO ロット走査終了フラグ.
011100     START ロット出荷ファイル
011200           KEY >= ロット出荷キー
011300       INVALID KEY
011400         SET ロット走査終了 TO TRUE
011500     END-START.
011600     PERFORM ロット出荷走査 UNTIL ロット走査終了.
011700     IF 確定ロット件数 = 0
011800       PERFORM ロット出荷入力
011900         THRU ロット出荷入力出口
012000     END-IF.
012100*
012200 ロット出荷走査.
012300     READ ロット出荷ファイル NEXT RECORD
012400       AT END
012500         SET ロット走査終了 TO TRUE
012600       NOT AT END
012700         IF 出荷注文行番号 NOT = 注文行番号
012800           SET ロット走査終了 TO TRUE
012900         ELSE
013000           ADD 1 TO 確定ロット件数
013100           IF ロット引当中
013200             PERFORM ロット１件出荷
013300           END-IF
013400         END-IF
013500     END-READ.
013600*
013700 ロット１件出荷.
013800     MOVE 出荷ロット倉庫     TO ロット倉庫コード.
013900     MOVE 出荷ロット商品番号 TO ロット商品番号.
014000     MOVE 出荷ロット賞味期限 TO ロット賞味期限.
014100     MOVE 出荷ロット番号     TO ロット番号.
014200     READ ロット在庫ファイル
014300       INVALID KEY
014400         DISPLAY "警告：ロット在庫なし "
014500                 出荷ロット番号
014600       NOT INVALID KEY
014700         SUBTRACT 出荷ロット数量 FROM ロット在庫数
014800         SUBTRACT 出荷ロット数量 FROM ロット引当数
014900         REWRITE ロット在庫レコード
015000     END-READ.
015100     SET ロット出荷済 TO TRUE.
015200     MOVE 出荷日入力 TO 出荷ロット出荷日.
015300     REWRITE ロット出荷レコード.
015400     DISPLAY "出荷ロット：" 出荷ロット番号
015500             " 数量：" 出荷ロット数量.
015600*
015700*　引当の無いまま出荷したロット管理品は，出荷したロットを入力
015800*　させて記録する。ロットの無い商品は何もしない。
015900*
016000 ロット出荷入力.
016100     MOVE 出荷倉庫コード TO ロット倉庫コード.
016200     MOVE 注文商品番号   TO ロット商品番号.
016300     MOVE 0              TO ロット賞味期限.
016400     MOVE LOW-VALUE      TO ロット番号.
016500     MOVE "N" TO ロット管理フラグ.
016600     MOVE "N" TO ロット発見フラグ.
016700     MOVE "N" TO ロット走査終了フラグ.
016800     START ロット在庫ファイル
016900           KEY >= ロット在庫キー
017000       INVALID KEY
017100         GO TO ロット出荷入力出口
017200     END-START.
017300     READ ロット在庫ファイル NEXT RECORD
017400       AT END
017500         GO TO ロット出荷入力出口
017600     END-READ.
017700     IF ロット倉庫コード NOT = 出荷倉庫コード
017800        OR ロット商品番号 NOT = 注文商品番号
017900       GO TO ロット出荷入力出口
018000     END-IF.
018100     DISPLAY "出荷ロット番号を入力してください".
018200     ACCEPT ロット番号入力 FROM CONSOLE.
018300     PERFORM ロット番号照合 UNTIL ロット走査終了.
018400     IF NOT ロット発見
018500       DISPLAY "警告：ロットが見つかりません "
018600               ロット番号入力
018700       GO TO ロット出荷入力出口
018800     END-IF.
018900     IF ロット在庫数 < 注文数量
019000       MOVE 0 TO ロット在庫数
019100     ELSE
019200       SUBTRACT 注文数量 FROM ロット在庫数
019300     END-IF.
019400     REWRITE ロット在庫レコード.
019500     MOVE 注文行番号       TO 出荷注文行番号.
019600     MOVE 1                TO 出荷ロット連番.
019700     MOVE ロット倉庫コード TO 出荷ロット倉庫.
019800     MOVE ロット商品番号   TO 出荷ロット商品番号.
019900     MOVE ロット賞味期限   TO 出荷ロット賞味期限.
020000     MOVE ロット番号       TO 出荷ロット番号.
020100     MOVE 注文数量         TO 出荷ロット数量.
020200     SET ロット出荷済 TO TRUE.
020300     MOVE 出荷日入力       TO 出荷ロット出荷日.
020400     MOVE 0                TO 出荷ロット返品数量.
020500     WRITE ロット出荷レコード.
020600     DISPLAY "出荷ロット：" 出荷ロット番号
020700             " 数量：" 出荷ロット数量.
020800*
020900 ロット出荷入力出口.
021000     EXIT.
021100*
021200*　倉庫＋商品番号の範囲を読み，入力したロット番号を探す。最初の
021300*　１件は呼び出し元で読んでいる。
021400*
021500 ロット番号照合.
021600     IF ロット倉庫コード NOT = 出荷倉庫コード
021700        OR ロット商品番号 NOT = 注文商品番号
021800       SET ロット走査終了 TO TRUE
021900       EXIT PARAGRAPH
022000     END-IF.
022100     IF ロット番号 = ロット番号入力
022200       SET ロット発見 TO TRUE
022300       SET ロット走査終了 TO TRUE
022400       EXIT PARAGRAPH
022500     END-IF.
022600     READ ロット在庫ファイル NEXT RECORD
022700       AT END
022800         SET ロット走査終了 TO TRUE
022900     END-READ.
