000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Syourmnt.cob
000900*  機能概要  ： 商品対応保守。オンラインストアの商品番号と商品
001000*               マスタの商品コードの対応（商品対応ファイル）を
001100*               登録・削除・一覧する。商品番号は在庫ファイルに，
001200*               商品コードは商品マスタにあるものだけ受け付ける。
001300*               売上連携（URIREN）はこの対応で売上を名寄せし，
001400*               単価改定（KAITEI）は改定した単価を対応する商品
001500*               番号の標準単価へ反映する。１つの商品コードに複数
001600*               の商品番号を対応させると単価改定は反映しないため，
001700*               登録時に既存の対応を表示して警告する。
001800*
001900* Copyright 1999-2015 FUJITSU LIMITED
002000*=================================================================
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. SYOURMNT.
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL 商品対応ファイル
002700       ASSIGN TO "SYOURENK"
002800       ORGANIZATION IS INDEXED
002900       ACCESS MODE  IS DYNAMIC
003000       RECORD KEY   IS 対応商品番号
003100       FILE STATUS  IS 商品対応状態.
003200     SELECT 商品マスタファイル
003300       ASSIGN TO DATAFILE
003400       ORGANIZATION IS INDEXED
003500       ACCESS MODE  IS RANDOM
003600       RECORD KEY   IS 商品コード
003700                        OF 商品マスタレコード
003800       FILE STATUS  IS 商品マスタ状態.
003900     SELECT OPTIONAL 在庫ファイル
004000       ASSIGN TO "ZAIKO"
004100       ORGANIZATION IS INDEXED
004200       ACCESS MODE  IS RANDOM
004300       RECORD KEY   IS 在庫商品番号
004400       FILE STATUS  IS 在庫状態.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  商品対応ファイル.
004800 01  商品対応レコード.
004900     02  対応商品番号        PIC  X(10).
005000     02  対応商品コード      PIC  X(04).
005100 FD  商品マスタファイル.
005200 01  商品マスタレコード.
005300     COPY SYOHINM OF COPYLIB.
005400 FD  在庫ファイル.
005500     COPY ZAIKOF.
005600 WORKING-STORAGE SECTION.
005700 01  商品対応状態            PIC  X(02).
005800     88  商品対応正常        VALUE "00" "05".
005900 01  商品マスタ状態          PIC  X(02).
006000     88  商品マスタ正常      VALUE "00" "05".
006100 01  在庫状態                PIC  X(02).
006200     88  在庫正常            VALUE "00" "05".
006300 01  在庫使用可Ｆ            PIC  X(01)  VALUE "N".
006400     88  在庫使用可          VALUE "Y".
006500 01  処理区分                PIC  9(01).
006600 01  終了区分                PIC  9(01)  VALUE 0.
006700     88  保守終了            VALUE 9.
006800 01  一覧終了フラグ          PIC  X(01).
006900     88  一覧終了            VALUE "Y".
007000 01  入力商品番号            PIC  X(10).
007100 01  入力商品コード          PIC  X(04).
007200 01  照会商品コード          PIC  X(04).
007300 01  対応件数                PIC  9(03).
007400 01  入力確認                PIC  X(01).
007500*
007600 PROCEDURE DIVISION.
007700     OPEN I-O 商品対応ファイル.
007800     OPEN INPUT 商品マスタファイル.
007900     IF NOT 商品マスタ正常
008000       DISPLAY "商品マスタが開けません"
008100       CLOSE 商品対応ファイル
008200       STOP RUN
008300     END-IF.
008400     OPEN INPUT 在庫ファイル.
008500     IF 在庫正常
008600       SET 在庫使用可 TO TRUE
008700     END-IF.
008800     PERFORM 保守メニュー処理 UNTIL 保守終了.
008900     CLOSE 在庫ファイル.
009000     CLOSE 商品マスタファイル.
009100     CLOSE 商品対応ファイル.
009200     STOP RUN.
009300*
009400 保守メニュー処理.
009500     DISPLAY "商品対応保守".
009600     DISPLAY "1:登録・変更 2:削除 3:一覧"
009700             " 4:商品コード別照会 9:終了".
009800     ACCEPT 処理区分 FROM CONSOLE.
009900     EVALUATE 処理区分
010000       WHEN 1
010100         PERFORM 対応登録処理
010200           THRU 対応登録処理出口
010300       WHEN 2
010400         PERFORM 対応削除処理
010500       WHEN 3
010600         PERFORM 対応一覧処理
010700       WHEN 4
010800         PERFORM 商品コード別照会
010900       WHEN 9
011000         MOVE 9 TO 終了区分
011100     END-EVALUATE.
011200*
011300*　商品番号は在庫ファイルで，商品コードは商品マスタで検証する。
011400*　同じ商品コードに既に対応がある場合は一覧を示し，確認のうえ
011500*　登録する。
011600*
011700 対応登録処理.
011800     DISPLAY "商品番号を入力してください".
011900     ACCEPT 入力商品番号 FROM CONSOLE.
012000     IF 入力商品番号 = SPACE
012100       DISPLAY "商品番号に空白は使えません"
012200       GO TO 対応登録処理出口
012300     END-IF.
012400     IF 在庫使用可
012500       MOVE 入力商品番号 TO 在庫商品番号
012600       READ 在庫ファイル
012700         INVALID KEY
012800           DISPLAY "在庫ファイルに商品番号が"
012900                   "ありません"
013000           GO TO 対応登録処理出口
013100       END-READ
013200     END-IF.
013300     DISPLAY "商品コードを入力してください".
013400     ACCEPT 入力商品コード FROM CONSOLE.
013500     MOVE 入力商品コード
013600       TO 商品コード OF 商品マスタレコード.
013700     READ 商品マスタファイル
013800       INVALID KEY
013900         DISPLAY "商品コードが存在しません"
014000         GO TO 対応登録処理出口
014100     END-READ.
014200     MOVE 入力商品コード TO 照会商品コード.
014300     PERFORM 対応数計数.
014400     IF 対応件数 NOT = 0
014500       DISPLAY "この商品コードには既に対応が"
014600               "あります"
014700       PERFORM 商品コード別一覧
014800       DISPLAY "単価改定はストアへ反映"
014900               "されなくなります"
015000       DISPLAY "登録する場合はYを入力してください"
015100       ACCEPT 入力確認 FROM CONSOLE
015200       IF 入力確認 NOT = "Y"
015300         DISPLAY "登録を取りやめました"
015400         GO TO 対応登録処理出口
015500       END-IF
015600     END-IF.
015700     MOVE 入力商品番号 TO 対応商品番号.
015800     READ 商品対応ファイル
015900       INVALID KEY
016000         MOVE 入力商品コード TO 対応商品コード
016100         WRITE 商品対応レコード
016200         DISPLAY "登録しました"
016300       NOT INVALID KEY
016400         MOVE 入力商品コード TO 対応商品コード
016500         REWRITE 商品対応レコード
016600         DISPLAY "変更しました"
016700     END-READ.
016800*
016900 対応登録処理出口.
017000     EXIT.
017100*
017200 対応削除処理.
017300     DISPLAY "商品番号を入力してください".
017400     ACCEPT 対応商品番号 FROM CONSOLE.
017500     READ 商品対応ファイル
017600       INVALID KEY
017700         DISPLAY "登録がありません"
017800       NOT INVALID KEY
017900         DELETE 商品対応ファイル
018000         DISPLAY "削除しました"
018100     END-READ.
018200*
018300 対応一覧処理.
018400     MOVE "N" TO 一覧終了フラグ.
018500     MOVE LOW-VALUE TO 対応商品番号.
018600     START 商品対応ファイル
018700           KEY > 対応商品番号
018800       INVALID KEY
018900         SET 一覧終了 TO TRUE
019000     END-START.
019100     PERFORM 対応一覧明細 UNTIL 一覧終了.
019200*
019300 対応一覧明細.
019400     READ 商品対応ファイル NEXT RECORD
019500       AT END
019600         SET 一覧終了 TO TRUE
019700       NOT AT END
019800         DISPLAY 対応商品番号 " " 対応商品コード
019900     END-READ.
020000*
020100 商品コード別照会.
020200     DISPLAY "商品コードを入力してください".
020300     ACCEPT 照会商品コード FROM CONSOLE.
020400     PERFORM 商品コード別一覧.
020500     PERFORM 対応数計数.
020600     DISPLAY "対応数：" 対応件数.
020700*
020800*　商品対応ファイルは商品番号順のため，商品コードでは全件を読む。
020900*
021000 商品コード別一覧.
021100     MOVE "N" TO 一覧終了フラグ.
021200     MOVE LOW-VALUE TO 対応商品番号.
021300     START 商品対応ファイル
021400           KEY > 対応商品番号
021500       INVALID KEY
021600         SET 一覧終了 TO TRUE
021700     END-START.
021800     PERFORM 商品コード別明細 UNTIL 一覧終了.
021900*
022000 商品コード別明細.
022100     READ 商品対応ファイル NEXT RECORD
022200       AT END
022300         SET 一覧終了 TO TRUE
022400       NOT AT END
022500         IF 対応商品コード = 照会商品コード
022600           DISPLAY 対応商品番号 " " 対応商品コード
022700         END-IF
022800     END-READ.
022900*
023000 対応数計数.
023100     MOVE 0 TO 対応件数.
023200     MOVE "N" TO 一覧終了フラグ.
023300     MOVE LOW-VALUE TO 対応商品番号.
023400     START 商品対応ファイル
023500           KEY > 対応商品番号
023600       INVALID KEY
023700         SET 一覧終了 TO TRUE
023800     END-START.
023900     PERFORM 対応数計数明細 UNTIL 一覧終了.
024000*
024100 対応数計数明細.
024200     READ 商品対応ファイル NEXT RECORD
024300       AT END
024400         SET 一覧終了 TO TRUE
024500       NOT AT END
024600         IF 対応商品コード = 照会商品コード
024700           ADD 1 TO 対応件数
024800         END-IF
024900     END-READ.
