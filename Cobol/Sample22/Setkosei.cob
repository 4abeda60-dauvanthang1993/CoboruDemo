000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Setkosei.cob
000900*  機能概要  ： セット構成管理。ギフトセットなどのセット商品番号
001000*               を構成商品と数量で定義するセット構成ファイルを
001100*               保守する。セット商品は単価のために在庫ファイルに
001200*               登録するが，在庫はもたず構成商品の在庫で引当・
001300*               出荷・返品を行う。有効数は構成商品ごとの有効在庫
001400*               を構成数量で割った最小値となる。
001500*
001600*               セット構成取得サブルーチンは注文登録・在庫問合せ
001700*               ・ピックリスト・出荷・返品から呼ばれ，セット商品
001800*               の構成を返す。
001900*
002000* Copyright 1999-2015 FUJITSU LIMITED
002100*=================================================================
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SETKOSEI.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL セット構成ファイル
002800       ASSIGN TO "SETKOSEI"
002900       ORGANIZATION IS INDEXED
003000       ACCESS MODE  IS DYNAMIC
003100       RECORD KEY   IS セット構成キー
003200       FILE STATUS  IS セット構成状態.
003300     SELECT OPTIONAL 在庫ファイル
003400       ASSIGN TO "ZAIKO"
003500       ORGANIZATION IS INDEXED
003600       ACCESS MODE  IS RANDOM
003700       RECORD KEY   IS 在庫商品番号
003800       FILE STATUS  IS 在庫状態.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  セット構成ファイル.
004200 01  セット構成レコード.
004300     02  セット構成キー.
004400         03  セット商品番号  PIC  X(10).
004500         03  構成商品番号    PIC  X(10).
004600     02  構成数量            PIC  9(04).
004700 FD  在庫ファイル.
004800     COPY ZAIKOF.
004900 WORKING-STORAGE SECTION.
005000 01  セット構成状態          PIC  X(02).
005100     88  セット構成正常      VALUE "00" "05".
005200 01  在庫状態                PIC  X(02).
005300     88  在庫正常            VALUE "00" "05".
005400 01  在庫使用可Ｆ            PIC  X(01)  VALUE "N".
005500     88  在庫使用可          VALUE "Y".
005600 01  処理区分                PIC  9(01).
005700 01  終了区分                PIC  9(01)  VALUE 0.
005800     88  保守終了            VALUE 9.
005900 01  一覧終了フラグ          PIC  X(01).
006000     88  一覧終了            VALUE "Y".
006100 01  入力セット商品番号      PIC  X(10).
006200 01  入力構成商品番号        PIC  X(10).
006300 01  入力構成数量            PIC  9(04).
006400 01  構成件数計              PIC  9(03).
006500 01  入れ子フラグ            PIC  X(01).
006600     88  入れ子あり          VALUE "Y".
006700*
006800 PROCEDURE DIVISION.
006900     OPEN I-O セット構成ファイル.
007000     OPEN INPUT 在庫ファイル.
007100     IF 在庫正常
007200       SET 在庫使用可 TO TRUE
007300     END-IF.
007400     PERFORM 保守メニュー処理 UNTIL 保守終了.
007500     CLOSE 在庫ファイル.
007600     CLOSE セット構成ファイル.
007700     STOP RUN.
007800*
007900 保守メニュー処理.
008000     DISPLAY "セット構成管理".
008100     DISPLAY "1:登録・変更 2:削除 3:セット別一覧"
008200             " 4:全件一覧 9:終了".
008300     ACCEPT 処理区分 FROM CONSOLE.
008400     EVALUATE 処理区分
008500       WHEN 1
008600         PERFORM 構成登録処理
008700           THRU 構成登録処理出口
008800       WHEN 2
008900         PERFORM 構成削除処理
009000       WHEN 3
009100         PERFORM セット別一覧処理
009200       WHEN 4
009300         PERFORM 全件一覧処理
009400       WHEN 9
009500         MOVE 9 TO 終了区分
009600     END-EVALUATE.
009700*
009800*　セット商品・構成商品とも在庫ファイルにあるものに限る。構成
009900*　商品にセット商品を入れる（入れ子）ことはできない。構成数は
010000*　セット構成取得が返せる２０件まで。
010100*
010200 構成登録処理.
010300     DISPLAY "セット商品番号を入力してください".
010400     ACCEPT 入力セット商品番号 FROM CONSOLE.
010500     DISPLAY "構成商品番号を入力してください".
010600     ACCEPT 入力構成商品番号 FROM CONSOLE.
010700     IF 入力セット商品番号 = SPACE
010800        OR 入力構成商品番号 = SPACE
010900        OR 入力セット商品番号 = 入力構成商品番号
011000       DISPLAY "商品番号の指定が正しくありません"
011100       GO TO 構成登録処理出口
011200     END-IF.
011300     IF 在庫使用可
011400       MOVE 入力セット商品番号 TO 在庫商品番号
011500       READ 在庫ファイル
011600         INVALID KEY
011700           DISPLAY "セット商品番号が在庫ファイルに"
011800                   "ありません"
011900           GO TO 構成登録処理出口
012000       END-READ
012100       MOVE 入力構成商品番号 TO 在庫商品番号
012200       READ 在庫ファイル
012300         INVALID KEY
012400           DISPLAY "構成商品番号が在庫ファイルに"
012500                   "ありません"
012600           GO TO 構成登録処理出口
012700       END-READ
012800     END-IF.
012900     PERFORM 入れ子検査.
013000     IF 入れ子あり
013100       DISPLAY "セット商品は構成商品にできません"
013200       GO TO 構成登録処理出口
013300     END-IF.
013400     DISPLAY "構成数量を入力してください".
013500     ACCEPT 入力構成数量 FROM CONSOLE.
013600     IF 入力構成数量 = 0
013700       DISPLAY "構成数量は１以上です"
013800       GO TO 構成登録処理出口
013900     END-IF.
014000     MOVE 入力セット商品番号 TO セット商品番号.
014100     MOVE 入力構成商品番号   TO 構成商品番号.
014200     READ セット構成ファイル
014300       INVALID KEY
014400         PERFORM 構成数計数
014500         IF 構成件数計 >= 20
014600           DISPLAY "構成商品は２０件までです"
014700           GO TO 構成登録処理出口
014800         END-IF
014900         MOVE 入力セット商品番号 TO セット商品番号
015000         MOVE 入力構成商品番号   TO 構成商品番号
015100         MOVE 入力構成数量       TO 構成数量
015200         WRITE セット構成レコード
015300         DISPLAY "登録しました"
015400       NOT INVALID KEY
015500         MOVE 入力構成数量 TO 構成数量
015600         REWRITE セット構成レコード
015700         DISPLAY "変更しました"
015800     END-READ.
015900*
016000 構成登録処理出口.
016100     EXIT.
016200*
016300*　構成商品自身がセットとして定義されていないか，また登録する
016400*　セット商品が他のセットの構成商品になっていないかを見る。
016500*
016600 入れ子検査.
016700     MOVE "N" TO 入れ子フラグ.
016800     MOVE 入力構成商品番号 TO セット商品番号.
016900     MOVE LOW-VALUE        TO 構成商品番号.
017000     START セット構成ファイル
017100           KEY > セット構成キー
017200       INVALID KEY
017300         EXIT PARAGRAPH
017400     END-START.
017500     READ セット構成ファイル NEXT RECORD
017600       AT END
017700         EXIT PARAGRAPH
017800     END-READ.
017900     IF セット商品番号 = 入力構成商品番号
018000       SET 入れ子あり TO TRUE
018100       EXIT PARAGRAPH
018200     END-IF.
018300     MOVE "N" TO 一覧終了フラグ.
018400     MOVE LOW-VALUE TO セット構成キー.
018500     START セット構成ファイル
018600           KEY > セット構成キー
018700       INVALID KEY
018800         SET 一覧終了 TO TRUE
018900     END-START.
019000     PERFORM 入れ子走査 UNTIL 一覧終了.
019100*
019200 入れ子走査.
019300     READ セット構成ファイル NEXT RECORD
019400       AT END
019500         SET 一覧終了 TO TRUE
019600       NOT AT END
019700         IF 構成商品番号 = 入力セット商品番号
019800           SET 入れ子あり TO TRUE
019900           SET 一覧終了 TO TRUE
020000         END-IF
020100     END-READ.
020200*
020300 構成数計数.
020400     MOVE 0 TO 構成件数計.
020500     MOVE "N" TO 一覧終了フラグ.
020600     MOVE 入力セット商品番号 TO セット商品番号.
020700     MOVE LOW-VALUE          TO 構成商品番号.
020800     START セット構成ファイル
020900           KEY > セット構成キー
021000       INVALID KEY
021100         SET 一覧終了 TO TRUE
021200     END-START.
021300     PERFORM 構成数計数明細 UNTIL 一覧終了.
021400*
021500 構成数計数明細.
021600     READ セット構成ファイル NEXT RECORD
021700       AT END
021800         SET 一覧終了 TO TRUE
021900       NOT AT END
022000         IF セット商品番号
022100            NOT = 入力セット商品番号
022200           SET 一覧終了 TO TRUE
022300         ELSE
022400           ADD 1 TO 構成件数計
022500         END-IF
022600     END-READ.
022700*
022800 構成削除処理.
022900     DISPLAY "セット商品番号を入力してください".
023000     ACCEPT セット商品番号 FROM CONSOLE.
023100     DISPLAY "構成商品番号を入力してください".
023200     ACCEPT 構成商品番号 FROM CONSOLE.
023300     READ セット構成ファイル
023400       INVALID KEY
023500         DISPLAY "登録がありません"
023600       NOT INVALID KEY
023700         DELETE セット構成ファイル
023800         DISPLAY "削除しました"
023900     END-READ.
024000*
024100 セット別一覧処理.
024200     DISPLAY "セット商品番号を入力してください".
024300     ACCEPT 入力セット商品番号 FROM CONSOLE.
024400     MOVE "N" TO 一覧終了フラグ.
024500     MOVE 入力セット商品番号 TO セット商品番号.
024600     MOVE LOW-VALUE          TO 構成商品番号.
024700     START セット構成ファイル
024800           KEY > セット構成キー
024900       INVALID KEY
025000         SET 一覧終了 TO TRUE
025100     END-START.
025200     PERFORM セット別一覧明細 UNTIL 一覧終了.
025300*
025400 セット別一覧明細.
025500     READ セット構成ファイル NEXT RECORD
025600       AT END
025700         SET 一覧終了 TO TRUE
025800       NOT AT END
025900         IF セット商品番号
026000            NOT = 入力セット商品番号
026100           SET 一覧終了 TO TRUE
026200         ELSE
026300           DISPLAY 構成商品番号 " 数量:" 構成数量
026400         END-IF
026500     END-READ.
026600*
026700 全件一覧処理.
026800     MOVE "N" TO 一覧終了フラグ.
026900     MOVE LOW-VALUE TO セット構成キー.
027000     START セット構成ファイル
027100           KEY > セット構成キー
027200       INVALID KEY
027300         SET 一覧終了 TO TRUE
027400     END-START.
027500     PERFORM 全件一覧明細 UNTIL 一覧終了.
027600*
027700 全件一覧明細.
027800     READ セット構成ファイル NEXT RECORD
027900       AT END
028000         SET 一覧終了 TO TRUE
028100       NOT AT END
028200         DISPLAY セット商品番号 " " 構成商品番号
028300                 " 数量:" 構成数量
028400     END-READ.
028500 END PROGRAM SETKOSEI.
028600*
028700*=================================================================
028800*  セット構成取得サブルーチン
028900*  パラメータ：
029000*     入力１：商品番号
029100*     出力１：構成件数（２０件まで）
029200*     出力２：構成表（構成商品番号・構成数量の繰り返し）
029300*     出力３：結果（０：セット商品／１：セット商品でない）
029400*=================================================================
029500 IDENTIFICATION DIVISION.
029600 PROGRAM-ID. "セット構成取得".
029700 ENVIRONMENT DIVISION.
029800 INPUT-OUTPUT SECTION.
029900 FILE-CONTROL.
030000     SELECT OPTIONAL セット構成ファイル
030100       ASSIGN TO "SETKOSEI"
030200       ORGANIZATION IS INDEXED
030300       ACCESS MODE  IS DYNAMIC
030400       RECORD KEY   IS セット構成キー
030500       FILE STATUS  IS セット構成状態.
030600 DATA DIVISION.
030700 FILE SECTION.
030800 FD  セット構成ファイル.
030900 01  セット構成レコード.
031000     02  セット構成キー.
031100         03  セット商品番号  PIC  X(10).
031200         03  構成商品番号    PIC  X(10).
031300     02  構成数量            PIC  9(04).
031400 WORKING-STORAGE SECTION.
031500 01  セット構成状態          PIC  X(02).
031600     88  セット構成正常      VALUE "00" "05".
031700 01  走査終了フラグ          PIC  X(01).
031800     88  走査終了            VALUE "Y".
031900 LINKAGE SECTION.
032000 01  取得商品番号            PIC  X(10).
032100 01  取得構成件数            PIC  9(02).
032200 01  取得構成表.
032300     02  取得構成明細  OCCURS 20.
032400         03  取得構成商品番号 PIC  X(10).
032500         03  取得構成数量    PIC  9(04).
032600 01  取得結果                PIC  9(01).
032700 PROCEDURE DIVISION USING 取得商品番号 取得構成件数
032800                          取得構成表 取得結果.
032900 セット構成取得開始.
033000     MOVE 0 TO 取得構成件数.
033100     MOVE 1 TO 取得結果.
033200     OPEN INPUT セット構成ファイル.
033300     IF NOT セット構成正常
033400       CLOSE セット構成ファイル
033500       EXIT PROGRAM
033600     END-IF.
033700     MOVE "N" TO 走査終了フラグ.
033800     MOVE 取得商品番号 TO セット商品番号.
033900     MOVE LOW-VALUE    TO 構成商品番号.
034000     START セット構成ファイル KEY > セット構成キー
034100       INVALID KEY
034200         SET 走査終了 TO TRUE
034300     END-START.
034400     PERFORM 構成走査 UNTIL 走査終了.
034500     CLOSE セット構成ファイル.
034600     IF 取得構成件数 > 0
034700       MOVE 0 TO 取得結果
034800     END-IF.
034900     EXIT PROGRAM.
035000*
035100 構成走査.
035200     READ セット構成ファイル NEXT RECORD
035300       AT END
035400         SET 走査終了 TO TRUE
035500       NOT AT END
035600         IF セット商品番号 NOT = 取得商品番号
035700            OR 取得構成件数 >= 20
035800           SET 走査終了 TO TRUE
035900         ELSE
036000           ADD 1 TO 取得構成件数
036100           MOVE 構成商品番号
036200             TO 取得構成商品番号(取得構成件数)
036300           MOVE 構成数量
036400             TO 取得構成数量(取得構成件数)
036500         END-IF
036600     END-READ.
036700 END PROGRAM "セット構成取得".
