000100*========================================================================
000200*　会議室組合せマスタの管理
000300*                                   −サンプルプログラム「会議室予約」−
000400*
000500*　可動間仕切りで分けられる大会議室のように，複数の物理会議室を
000600*　一体で使う組合せ会議室について，構成する会議室をＲｏｏｍｍｓｔ
000700*　と同じ要領で保守する。組合せ会議室・構成会議室とも会議室マスタ
000800*　に登録済であること。構成会議室に組合せ会議室は指定できない。
000900*
001000*　予約の受付・待ちの昇格は関連会議室取得サブルーチンで衝突の
001100*　対象となる会議室を求め，全体の予約中は構成室を，構成室の予約中
001200*　は全体（および構成室を共有する他の組合せ）を受け付けない。
001300*　画面（Main）と定例予約の繰返し生成からは組合せ重複チェック
001400*　サブルーチンを呼ぶ。
001500*
001600*            Copyright 1999-2015 FUJITSU LIMITED
001700*========================================================================
001800 IDENTIFICATION  DIVISION.
001900 PROGRAM-ID. ROOMKUMI.
002000 ENVIRONMENT     DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL 会議室組合せファイル
002400       ASSIGN TO "ROOMKM"
002500       ORGANIZATION IS INDEXED
002600       ACCESS MODE  IS DYNAMIC
002700       RECORD KEY   IS 組合せ会議室番号
002800       FILE STATUS  IS 会議室組合せ状態.
002900     SELECT OPTIONAL 会議室マスタファイル
003000       ASSIGN TO "ROOMM"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS RANDOM
003300       RECORD KEY   IS 会議室番号
003400       FILE STATUS  IS 会議室マスタ状態.
003500 DATA            DIVISION.
003600 FILE SECTION.
003700 FD  会議室組合せファイル.
003800     COPY ROOMKUMI.
003900 FD  会議室マスタファイル.
004000 01  会議室マスタレコード.
004100     02  会議室番号          PIC  9(04).
004200     02  会議室名            PIC  N(10).
004300     02  日利用可能時間      PIC  9(02).
004400     02  時間単価            PIC  9(06).
004500     02  承認要否            PIC  X(01).
004600         88  要承認          VALUE "1".
004700 WORKING-STORAGE SECTION.
004800 77  会議室組合せ状態        PIC  X(02).
004900     88  会議室組合せ正常    VALUE "00" "05".
005000 77  会議室マスタ状態        PIC  X(02).
005100     88  会議室マスタ正常    VALUE "00" "05".
005200 77  処理区分                PIC  9(01).
005300 77  終了区分                PIC  9(01)  VALUE 0.
005400     88  保守終了            VALUE 9.
005500 77  走査終了フラグ          PIC  X(01).
005600     88  走査終了            VALUE "Y".
005700 77  入力エラーフラグ        PIC  X(01).
005800     88  入力エラー          VALUE "Y".
005900 77  構成添字                PIC  9(01).
006000 77  照合添字                PIC  9(01).
006100 77  検査会議室番号          PIC  9(04).
006200 01  登録組合せ.
006300     02  登録会議室番号      PIC  9(04).
006400     02  登録構成数          PIC  9(01).
006500     02  登録構成明細  OCCURS 5.
006600         03  登録構成室番号  PIC  9(04).
006700*
006800 PROCEDURE       DIVISION.
006900     OPEN I-O 会議室組合せファイル.
007000     OPEN INPUT 会議室マスタファイル.
007100     PERFORM 組合せメニュー処理 UNTIL 保守終了.
007200     CLOSE 会議室マスタファイル.
007300     CLOSE 会議室組合せファイル.
007400     STOP RUN.
007500*
007600 組合せメニュー処理.
007700     DISPLAY "会議室組合せマスタ保守".
007800     DISPLAY "1:登録・変更 2:削除 3:一覧 9:終了".
007900     ACCEPT 処理区分 FROM CONSOLE.
008000     EVALUATE 処理区分
008100       WHEN 1
008200         PERFORM 登録変更処理
008300               THRU 登録変更処理出口
008400       WHEN 2
008500         PERFORM 削除処理
008600       WHEN 3
008700         PERFORM 一覧処理
008800       WHEN 9
008900         MOVE 9 TO 終了区分
009000     END-EVALUATE.
009100*
009200*　組合せ会議室と構成会議室（２〜５室）を受け付け，会議室マスタ
009300*　の登録と組合せの入れ子にならないことを確かめてから書き込む。
009400*
009500 登録変更処理.
009600     INITIALIZE 登録組合せ.
009700     DISPLAY "組合せ会議室番号を入力".
009800     ACCEPT 登録会議室番号 FROM CONSOLE.
009900     MOVE 登録会議室番号 TO 会議室番号.
010000     READ 会議室マスタファイル
010100       INVALID KEY
010200         DISPLAY "会議室マスタに未登録です"
010300         GO TO 登録変更処理出口
010400     END-READ.
010500     MOVE 登録会議室番号 TO 検査会議室番号.
010600     PERFORM 構成室使用検査.
010700     IF 入力エラー
010800       DISPLAY "他の組合せの構成室になっています"
010900       GO TO 登録変更処理出口
011000     END-IF.
011100     DISPLAY "構成会議室の数を入力(2-5)".
011200     ACCEPT 登録構成数 FROM CONSOLE.
011300     IF 登録構成数 < 2 OR 登録構成数 > 5
011400       DISPLAY "構成会議室の数が正しくありません"
011500       GO TO 登録変更処理出口
011600     END-IF.
011700     MOVE SPACE TO 入力エラーフラグ.
011800     PERFORM 構成室入力
011900         VARYING 構成添字 FROM 1 BY 1
012000         UNTIL 構成添字 > 登録構成数 OR 入力エラー.
012100     IF 入力エラー
012200       GO TO 登録変更処理出口
012300     END-IF.
012400     MOVE 登録会議室番号 TO 組合せ会議室番号.
012500     READ 会議室組合せファイル
012600       INVALID KEY
012700         MOVE 登録組合せ TO 会議室組合せレコード
012800         WRITE 会議室組合せレコード
012900         DISPLAY "登録しました"
013000       NOT INVALID KEY
013100         MOVE 登録組合せ TO 会議室組合せレコード
013200         REWRITE 会議室組合せレコード
013300         DISPLAY "変更しました"
013400     END-READ.
013500*
013600 登録変更処理出口.
013700     EXIT.
013800*
013900 構成室入力.
014000     DISPLAY "構成会議室番号(" 構成添字 ")を入力".
014100     ACCEPT 登録構成室番号(構成添字) FROM CONSOLE.
014200     IF 登録構成室番号(構成添字)
014300        = 登録会議室番号
014400       DISPLAY "組合せ会議室自身は指定できません"
014500       SET 入力エラー TO TRUE
014600       EXIT PARAGRAPH
014700     END-IF.
014800     PERFORM 構成室重複照合
014900         VARYING 照合添字 FROM 1 BY 1
015000         UNTIL 照合添字 >= 構成添字.
015100     IF 入力エラー
015200       DISPLAY "同じ会議室が二度指定されています"
015300       EXIT PARAGRAPH
015400     END-IF.
015500     MOVE 登録構成室番号(構成添字) TO 会議室番号.
015600     READ 会議室マスタファイル
015700       INVALID KEY
015800         DISPLAY "会議室マスタに未登録です"
015900         SET 入力エラー TO TRUE
016000         EXIT PARAGRAPH
016100     END-READ.
016200     MOVE 登録構成室番号(構成添字)
016300       TO 組合せ会議室番号.
016400     READ 会議室組合せファイル
016500       INVALID KEY
016600         CONTINUE
016700       NOT INVALID KEY
016800         DISPLAY "組合せ会議室は構成室不可"
016900         SET 入力エラー TO TRUE
017000     END-READ.
017100*
017200 構成室重複照合.
017300     IF 登録構成室番号(照合添字)
017400        = 登録構成室番号(構成添字)
017500       SET 入力エラー TO TRUE
017600     END-IF.
017700*
017800*　指定の会議室が登録済の組合せ（自身以外）の構成室になって
017900*　いないか調べる。
018000*
018100 構成室使用検査.
018200     MOVE SPACE TO 入力エラーフラグ.
018300     MOVE "N" TO 走査終了フラグ.
018400     MOVE 0 TO 組合せ会議室番号.
018500     START 会議室組合せファイル
018600       KEY > 組合せ会議室番号
018700       INVALID KEY
018800         SET 走査終了 TO TRUE
018900     END-START.
019000     PERFORM 構成室使用明細 UNTIL 走査終了.
019100*
019200 構成室使用明細.
019300     READ 会議室組合せファイル NEXT RECORD
019400       AT END
019500         SET 走査終了 TO TRUE
019600       NOT AT END
019700         IF 組合せ会議室番号 NOT = 検査会議室番号
019800           PERFORM 構成室使用照合
019900               VARYING 照合添字 FROM 1 BY 1
020000               UNTIL 照合添字 > 組合せ構成数
020100         END-IF
020200     END-READ.
020300*
020400 構成室使用照合.
020500     IF 構成会議室番号(照合添字)
020600        = 検査会議室番号
020700       SET 入力エラー TO TRUE
020800     END-IF.
020900*
021000 削除処理.
021100     DISPLAY "組合せ会議室番号を入力".
021200     ACCEPT 組合せ会議室番号 FROM CONSOLE.
021300     READ 会議室組合せファイル
021400       INVALID KEY
021500         DISPLAY "組合せ会議室番号が存在しません"
021600       NOT INVALID KEY
021700         DELETE 会議室組合せファイル
021800         DISPLAY "削除しました"
021900     END-READ.
022000*
022100 一覧処理.
022200     MOVE "N" TO 走査終了フラグ.
022300     MOVE 0 TO 組合せ会議室番号.
022400     START 会議室組合せファイル
022500       KEY > 組合せ会議室番号
022600       INVALID KEY
022700         SET 走査終了 TO TRUE
022800     END-START.
022900     PERFORM 一覧明細 UNTIL 走査終了.
023000*
023100 一覧明細.
023200     READ 会議室組合せファイル NEXT RECORD
023300       AT END
023400         SET 走査終了 TO TRUE
023500       NOT AT END
023600         DISPLAY 組合せ会議室番号 " = "
023700                 構成会議室番号(1) " "
023800                 構成会議室番号(2) " "
023900                 構成会議室番号(3) " "
024000                 構成会議室番号(4) " "
024100                 構成会議室番号(5) " ("
024200                 組合せ構成数 "室)"
024300     END-READ.
024400 END PROGRAM ROOMKUMI.
024500*
024600*========================================================================
024700*　関連会議室取得サブルーチン
024800*　指定された会議室と同時に使えない会議室（衝突の対象）を求める。
024900*　自身，自身が組合せ会議室ならその構成室，および構成室を共有する
025000*　組合せ会議室が対象になる。組合せマスタに無い会議室は自身のみ。
025100*　パラメータ：
025200*　　入力１：会議室番号 (PIC 9(4))
025300*　　出力１：関連件数 (PIC 9(2))
025400*　　出力２：関連会議室表 (PIC 9(4) OCCURS 20，先頭は自身)
025500*========================================================================
025600 IDENTIFICATION  DIVISION.
025700 PROGRAM-ID. "関連会議室取得".
025800 ENVIRONMENT     DIVISION.
025900 INPUT-OUTPUT SECTION.
026000 FILE-CONTROL.
026100     SELECT OPTIONAL 会議室組合せファイル
026200       ASSIGN TO "ROOMKM"
026300       ORGANIZATION IS INDEXED
026400       ACCESS MODE  IS DYNAMIC
026500       RECORD KEY   IS 組合せ会議室番号
026600       FILE STATUS  IS 会議室組合せ状態.
026700 DATA            DIVISION.
026800 FILE SECTION.
026900 FD  会議室組合せファイル.
027000     COPY ROOMKUMI.
027100 WORKING-STORAGE SECTION.
027200 77  会議室組合せ状態        PIC  X(02).
027300     88  会議室組合せ正常    VALUE "00" "05".
027400 77  走査終了フラグ          PIC  X(01).
027500     88  走査終了            VALUE "Y".
027600 77  共有フラグ              PIC  X(01).
027700     88  構成室共有          VALUE "Y".
027800 77  構成添字                PIC  9(01).
027900 77  物理添字                PIC  9(01).
028000 77  物理室件数              PIC  9(01).
028100 01  物理室表.
028200     02  物理会議室番号      PIC  9(04)  OCCURS 5.
028300 LINKAGE         SECTION.
028400 01  検査会議室番号          PIC  9(04).
028500 01  関連件数                PIC  9(02).
028600 01  関連会議室表.
028700     02  関連会議室番号      PIC  9(04)  OCCURS 20.
028800 PROCEDURE       DIVISION USING 検査会議室番号
028900                                関連件数 関連会議室表.
029000 関連取得開始.
029100     MOVE 1 TO 関連件数.
029200     MOVE 検査会議室番号 TO 関連会議室番号(1).
029300     MOVE 1 TO 物理室件数.
029400     MOVE 検査会議室番号 TO 物理会議室番号(1).
029500     OPEN INPUT 会議室組合せファイル.
029600     IF NOT 会議室組合せ正常
029700       EXIT PROGRAM
029800     END-IF.
029900*　自身が組合せ会議室なら，構成室を物理室とし関連に加える。
030000     MOVE 検査会議室番号 TO 組合せ会議室番号.
030100     READ 会議室組合せファイル
030200       INVALID KEY
030300         CONTINUE
030400       NOT INVALID KEY
030500         MOVE 0 TO 物理室件数
030600         PERFORM 構成室追加
030700             VARYING 構成添字 FROM 1 BY 1
030800             UNTIL 構成添字 > 組合せ構成数
030900     END-READ.
031000*　物理室を一つでも共有する他の組合せ会議室を関連に加える。
031100     MOVE "N" TO 走査終了フラグ.
031200     MOVE 0 TO 組合せ会議室番号.
031300     START 会議室組合せファイル
031400       KEY > 組合せ会議室番号
031500       INVALID KEY
031600         SET 走査終了 TO TRUE
031700     END-START.
031800     PERFORM 組合せ走査 UNTIL 走査終了.
031900     CLOSE 会議室組合せファイル.
032000     EXIT PROGRAM.
032100*
032200 構成室追加.
032300     ADD 1 TO 物理室件数.
032400     MOVE 構成会議室番号(構成添字)
032500       TO 物理会議室番号(物理室件数).
032600     IF 関連件数 < 20
032700       ADD 1 TO 関連件数
032800       MOVE 構成会議室番号(構成添字)
032900         TO 関連会議室番号(関連件数)
033000     END-IF.
033100*
033200 組合せ走査.
033300     READ 会議室組合せファイル NEXT RECORD
033400       AT END
033500         SET 走査終了 TO TRUE
033600       NOT AT END
033700         IF 組合せ会議室番号 NOT = 検査会議室番号
033800           PERFORM 共有判定
033900         END-IF
034000     END-READ.
034100*
034200 共有判定.
034300     MOVE SPACE TO 共有フラグ.
034400     PERFORM 共有照合
034500         VARYING 構成添字 FROM 1 BY 1
034600         UNTIL 構成添字 > 組合せ構成数
034700         AFTER 物理添字 FROM 1 BY 1
034800         UNTIL 物理添字 > 物理室件数.
034900     IF 構成室共有 AND 関連件数 < 20
035000       ADD 1 TO 関連件数
035100       MOVE 組合せ会議室番号
035200         TO 関連会議室番号(関連件数)
035300     END-IF.
035400*
035500 共有照合.
035600     IF 構成会議室番号(構成添字)
035700        = 物理会議室番号(物理添字)
035800       SET 構成室共有 TO TRUE
035900     END-IF.
036000 END PROGRAM "関連会議室取得".
036100*
036200*========================================================================
036300*　組合せ重複チェックサブルーチン
036400*　予約画面（Main）と定例予約の繰返し生成から呼ばれ，指定の会議室
036500*　・予約日・時間枠が，関連会議室（自身を除く）の確定予約と重ならな
036600*　いかを予約履歴ファイルで調べる。同じ会議室の重複は画面側の予約
036700*　管理が検査するため，ここでは見ない。
036800*　　画面側の会議室は英数４桁のため，数字のときはそのまま，先頭が
036900*　英字のときは残り３桁を会議室番号とみなす。時間枠は予約履歴記録
037000*　と同じく ＡＭ＝０９００−１２００，ＰＭ＝１３００−１７００とする。
037100*　パラメータ：
037200*　　入力１：会議室 (PIC X(4))
037300*　　入力２：予約日 (PIC X(8))
037400*　　入力３：時間枠 (PIC X(2))
037500*　　出力１：結果（０：予約可／１：組合せ会議室と重複）
037600*========================================================================
037700 IDENTIFICATION  DIVISION.
037800 PROGRAM-ID. "組合せ重複チェック".
037900 ENVIRONMENT     DIVISION.
038000 INPUT-OUTPUT SECTION.
038100 FILE-CONTROL.
038200     SELECT OPTIONAL 予約履歴ファイル
038300       ASSIGN TO "RSVHIST"
038400       ORGANIZATION IS INDEXED
038500       ACCESS MODE  IS DYNAMIC
038600       RECORD KEY   IS 履歴予約番号
038700       FILE STATUS  IS 予約履歴状態.
038800 DATA            DIVISION.
038900 FILE SECTION.
039000 FD  予約履歴ファイル.
039100     COPY RSVHIST2.
039200 WORKING-STORAGE SECTION.
039300 77  予約履歴状態            PIC  X(02).
039400     88  予約履歴正常        VALUE "00" "05".
039500 77  走査終了フラグ          PIC  X(01).
039600     88  走査終了            VALUE "Y".
039700 77  検査会議室番号          PIC  9(04).
039800 77  検査利用日              PIC  9(08).
039900 77  検査開始時刻            PIC  9(04).
040000 77  検査終了時刻            PIC  9(04).
040100 77  関連件数                PIC  9(02).
040200 77  関連添字                PIC  9(02).
040300 01  関連会議室表.
040400     02  関連会議室番号      PIC  9(04)  OCCURS 20.
040500 LINKAGE         SECTION.
040600 01  指定会議室              PIC  X(04).
040700 01  指定会議室数字部  REDEFINES 指定会議室.
040800     02  FILLER              PIC  X(01).
040900     02  指定会議室下３桁    PIC  9(03).
041000 01  指定予約日              PIC  X(08).
041100 01  指定時間枠              PIC  X(02).
041200 01  組合せ結果              PIC  9(01).
041300 PROCEDURE       DIVISION USING 指定会議室 指定予約日
041400                                指定時間枠 組合せ結果.
041500 組合せ検査開始.
041600     MOVE 0 TO 組合せ結果.
041700     IF 指定会議室 IS NUMERIC
041800       MOVE 指定会議室 TO 検査会議室番号
041900     ELSE
042000       IF 指定会議室下３桁 IS NUMERIC
042100         MOVE 指定会議室下３桁 TO 検査会議室番号
042200       ELSE
042300         EXIT PROGRAM
042400       END-IF
042500     END-IF.
042600     IF 指定予約日 IS NOT NUMERIC
042700       EXIT PROGRAM
042800     END-IF.
042900     MOVE 指定予約日 TO 検査利用日.
043000     IF 指定時間枠 = "PM" OR "pm"
043100       MOVE 1300 TO 検査開始時刻
043200       MOVE 1700 TO 検査終了時刻
043300     ELSE
043400       MOVE 0900 TO 検査開始時刻
043500       MOVE 1200 TO 検査終了時刻
043600     END-IF.
043700     CALL "関連会議室取得" USING 検査会議室番号
043800          関連件数 関連会議室表.
043900     IF 関連件数 < 2
044000       EXIT PROGRAM
044100     END-IF.
044200     OPEN INPUT 予約履歴ファイル.
044300     IF NOT 予約履歴正常
044400       EXIT PROGRAM
044500     END-IF.
044600     MOVE "N" TO 走査終了フラグ.
044700     MOVE 0 TO 履歴予約番号.
044800     START 予約履歴ファイル KEY > 履歴予約番号
044900       INVALID KEY
045000         SET 走査終了 TO TRUE
045100     END-START.
045200     PERFORM 組合せ重複明細 UNTIL 走査終了.
045300     CLOSE 予約履歴ファイル.
045400     EXIT PROGRAM.
045500*
045600 組合せ重複明細.
045700     READ 予約履歴ファイル NEXT RECORD
045800       AT END
045900         SET 走査終了 TO TRUE
046000       NOT AT END
046100         IF 履歴確定
046200            AND 履歴利用日 = 検査利用日
046300            AND 履歴開始時刻 < 検査終了時刻
046400            AND 履歴終了時刻 > 検査開始時刻
046500           PERFORM 関連会議室照合
046600               VARYING 関連添字 FROM 2 BY 1
046700               UNTIL 関連添字 > 関連件数
046800         END-IF
046900     END-READ.
047000*
047100 関連会議室照合.
047200     IF 関連会議室番号(関連添字)
047300        = 履歴会議室番号
047400       MOVE 1 TO 組合せ結果
047500       SET 走査終了 TO TRUE
047600     END-IF.
047700 END PROGRAM "組合せ重複チェック".
