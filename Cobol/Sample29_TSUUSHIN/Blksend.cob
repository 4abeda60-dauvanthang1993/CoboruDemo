000100*=================================================================
000200*「簡易アプリ間通信機能を使用したプログラム」
000300*
000400*  ファイル名： Blksend.cob
000500*  機能概要  ： ブロック送信サブルーチン。順ファイルを５０行ずつ
000600*               の番号付きブロックに分けて簡易アプリ間通信で送る。
000700*               ブロックごとに行数・ブロック検査値・累計検査値を
000800*               送り，受信側（BLKRECV）の確認応答を待つ。確認の
000900*               取れたブロックは転送点検ファイル（TRANCKPT）へ
001000*               記録するので，回線断で中断した転送は再実行すると
001100*               最後に確認されたブロックの次から再開する。
001200*
001300*               全ブロックの確認後に件数・検査合計の終了通知を
001400*               送り，受信側はそこで初めてファイルを組み立てる。
001500*               集計ＣＳＶ（CSVSEND）のほか，仕訳（SIWAKE.DAT）
001600*               や振込（ZENGIN.TXT）の送信にも使える。
001700*
001800*               検査値は行ごとに行長と各バイトの序数を足したもの
001900*               で，累計検査値はその先頭からの累計。再開時は確認
002000*               済ブロックを読み飛ばしながら累計を積み直す。点検
002100*               ファイルの件数・検査合計が今回のファイルと違う場合
002200*               （ファイルが作り直された場合）は先頭から送る。
002300*
002400*  パラメータ：
002500*     入力　：送信ファイル名・転送識別・受信側ファイル名・先頭行
002600*             （空白でなければファイルの前に１行目として送る）・
002700*             サーバ名・送信先論理宛先名・確認応答の論理宛先名・
002800*             監視時間
002900*     出力　：送信行数・転送結果
003000*             （０：完了／１：接続不可／２：中断（再実行で再開）
003100*               ／３：ファイルなし／４：受信側の検証で不一致）
003200*
003300*     Copyright 2000-2015 FUJITSU LIMITED
003400*=================================================================
003500 IDENTIFICATION DIVISION.
003600  PROGRAM-ID. "ブロック送信".
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT 転送ファイル
004100            ASSIGN TO 転送ファイル名ワーク
004200            ORGANIZATION IS LINE SEQUENTIAL
004300            FILE STATUS   IS 転送ファイル状態.
004400     SELECT OPTIONAL 転送点検ファイル
004500            ASSIGN TO "TRANCKPT"
004600            ORGANIZATION IS INDEXED
004700            ACCESS MODE  IS RANDOM
004800            RECORD KEY   IS 点検転送識別
004900            FILE STATUS  IS 転送点検状態.
005000     SELECT 通信ログファイル ASSIGN TO "TSCHLOG"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS   IS 通信ログ状態.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  転送ファイル.
005600 01  転送レコード            PIC  X(120).
005700 FD  転送点検ファイル.
005800 01  転送点検レコード.
005900     03  点検転送識別        PIC  X(12).
006000     03  点検ファイル名      PIC  X(20).
006100     03  点検ブロック数      PIC  9(05).
006200     03  点検行数            PIC  9(07).
006300     03  点検検査合計        PIC  9(11).
006400     03  点検確認ブロック    PIC  9(05).
006500     03  点検累計検査値      PIC  9(11).
006600     03  点検状態            PIC  X(01).
006700         88  点検転送中      VALUE "1".
006800         88  点検転送完了    VALUE "2".
006900     03  点検日時            PIC  X(14).
007000 FD  通信ログファイル.
007100 01  通信ログレコード.
007200     03  ログ日時            PIC X(14).
007300     03  FILLER              PIC X(01).
007400     03  ログ種別            PIC X(02).
007500     03  FILLER              PIC X(01).
007600     03  ログ宛先名          PIC X(08).
007700     03  FILLER              PIC X(01).
007800     03  ログメッセージ長    PIC 9(09).
007900     03  FILLER              PIC X(01).
008000     03  ログ結果            PIC X(02).
008100     03  FILLER              PIC X(01).
008200     03  ログエラーコード    PIC S9(9).
008300 WORKING-STORAGE SECTION.
008400     COPY "Prm_rec.cbl".
008500 77  転送ファイル名ワーク    PIC  X(20).
008600 77  転送ファイル状態        PIC  X(02).
008700     88  転送ファイル正常    VALUE "00".
008800 77  転送点検状態            PIC  X(02).
008900     88  転送点検正常        VALUE "00" "05".
009000 77  通信ログ状態            PIC  X(02).
009100     88  通信ログ正常        VALUE "00" "05".
009200 77  ファイル終了フラグ      PIC  X(01).
009300     88  ファイル終了        VALUE "Y".
009400 77  先頭行フラグ            PIC  X(01).
009500     88  先頭行送出済        VALUE "Y".
009600 77  転送中断フラグ          PIC  X(01).
009700     88  転送中断            VALUE "Y".
009800 77  ブロック確認フラグ      PIC  X(01).
009900     88  ブロック確認済      VALUE "Y".
010000 77  点検記録フラグ          PIC  X(01).
010100     88  点検記録あり        VALUE "Y".
010200 77  ブロック行上限          PIC  9(03)  VALUE 50.
010300 77  最大再送回数            PIC  9(01)  VALUE 3.
010400 77  再送回数                PIC  9(01).
010500 77  全行数                  PIC  9(07).
010600 77  全ブロック数            PIC  9(05).
010700 77  全検査合計              PIC  9(11).
010800 77  再開ブロック            PIC  9(05).
010900 77  現ブロック番号          PIC  9(05).
011000 77  ブロック行数            PIC  9(03).
011100 77  行添字                  PIC  9(03).
011200 77  文字位置                PIC  9(03).
011300 77  ブロック検査値          PIC  9(09).
011400 77  累計検査値              PIC  9(11).
011500 77  行検査値                PIC  9(07).
011600 77  取得行                  PIC  X(120).
011700 77  取得行長                PIC  9(03).
011800 77  送信長                  PIC  9(05).
011900 77  ログ結果ワーク          PIC  X(02).
012000 01  ブロック表.
012100     02  ブロック明細  OCCURS 50.
012200         03  表行長          PIC  9(03).
012300         03  表行            PIC  X(120).
012400*
012500*　回線上の様式（BLKRECVと対）。確認応答は
012600*　　"ACK "／"NAK "＋転送識別 X(12)＋ブロック番号 9(5)
012700*
012800 01  開始文.
012900     02  FILLER              PIC  X(04)  VALUE "BEG ".
013000     02  開始転送識別        PIC  X(12).
013100     02  開始ファイル名      PIC  X(20).
013200     02  開始ブロック数      PIC  9(05).
013300     02  開始行数            PIC  9(07).
013400     02  開始検査合計        PIC  9(11).
013500     02  開始再開ブロック    PIC  9(05).
013600 01  データ文.
013700     02  FILLER              PIC  X(04)  VALUE "DAT ".
013800     02  データ転送識別      PIC  X(12).
013900     02  データブロック番号  PIC  9(05).
014000     02  データ行番号        PIC  9(03).
014100     02  データ行長          PIC  9(03).
014200     02  データ行            PIC  X(120).
014300 01  ブロック終了文.
014400     02  FILLER              PIC  X(04)  VALUE "BLK ".
014500     02  ブロック転送識別    PIC  X(12).
014600     02  ブロック番号        PIC  9(05).
014700     02  ブロック件数        PIC  9(03).
014800     02  ブロック検査        PIC  9(09).
014900     02  ブロック累計検査    PIC  9(11).
015000 01  終了文.
015100     02  FILLER              PIC  X(04)  VALUE "END ".
015200     02  終了転送識別        PIC  X(12).
015300     02  終了ブロック数      PIC  9(05).
015400     02  終了行数            PIC  9(07).
015500     02  終了検査合計        PIC  9(11).
015600 01  送信文                  PIC  X(150).
015700 01  受信文.
015800     02  応答種別            PIC  X(04).
015900         88  肯定応答        VALUE "ACK ".
016000         88  否定応答        VALUE "NAK ".
016100     02  応答転送識別        PIC  X(12).
016200     02  応答ブロック        PIC  X(05).
016300     02  FILLER              PIC  X(129).
016400 LINKAGE SECTION.
016500 01  送信ファイル名          PIC  X(20).
016600 01  転送識別                PIC  X(12).
016700 01  受信側ファイル名        PIC  X(20).
016800 01  先頭行                  PIC  X(120).
016900 01  転送サーバ              PIC  X(15).
017000 01  転送宛先                PIC  X(08).
017100 01  確認宛先                PIC  X(08).
017200 01  転送監視時間            PIC  9(04).
017300 01  送信行数                PIC  9(07).
017400 01  転送結果                PIC  9(01).
017500 PROCEDURE DIVISION USING 送信ファイル名 転送識別
017600                          受信側ファイル名 先頭行
017700                          転送サーバ
017750                          転送宛先 確認宛先
017800                          転送監視時間
017850                          送信行数 転送結果.
017900 ブロック送信開始.
018000     MOVE 0 TO 転送結果 送信行数.
018100     MOVE "N" TO 転送中断フラグ.
018200     MOVE 送信ファイル名 TO 転送ファイル名ワーク.
018300*
018400*　全体の行数と検査合計を先に求め，終了通知と点検に使う。
018500*
018600     PERFORM 事前集計.
018700     IF 転送結果 NOT = 0
018800       EXIT PROGRAM
018900     END-IF.
019000     COMPUTE 全ブロック数 =
019066         (全行数 + ブロック行上限 - 1)
019132         / ブロック行上限.
019200     PERFORM 点検読込.
019300*
019400     MOVE 転送サーバ TO サーバ名.
019500     CALL "COBCI_OPEN" WITH C LINKAGE
019600          USING BY REFERENCE 状態通知域
019700                BY REFERENCE サーバ名
019800                BY REFERENCE サーバ識別子
019900                BY VALUE     通信予約域.
020000     IF RETURN-CODE NOT = 0
020100       MOVE 1 TO 転送結果
020200       MOVE "NG" TO ログ結果ワーク
020300       PERFORM 活動ログ出力
020400       EXIT PROGRAM
020500     END-IF.
020600*
020700     PERFORM 開始通知.
020800     IF NOT 転送中断
020900       PERFORM ファイル開始
021000       MOVE 0 TO 現ブロック番号 累計検査値
021100       PERFORM ブロック処理
021200           UNTIL 現ブロック番号 >= 全ブロック数
021300              OR 転送中断
021400       CLOSE 転送ファイル
021500     END-IF.
021600     IF NOT 転送中断
021700       PERFORM 終了通知
021800     END-IF.
021900*
022000     CALL "COBCI_CLOSE" WITH C LINKAGE
022100          USING BY REFERENCE 状態通知域
022200                BY VALUE     サーバ識別子
022300                BY VALUE     通信予約域.
022400     IF 転送中断 AND 転送結果 = 0
022500       MOVE 2 TO 転送結果
022600     END-IF.
022700     IF 転送結果 = 0
022800       MOVE "OK" TO ログ結果ワーク
022900     ELSE
023000       MOVE "NG" TO ログ結果ワーク
023100     END-IF.
023200     PERFORM 活動ログ出力.
023300     EXIT PROGRAM.
023400*
023500 事前集計.
023600     MOVE 0 TO 全行数 全検査合計.
023700     OPEN INPUT 転送ファイル.
023800     IF NOT 転送ファイル正常
023900       MOVE 3 TO 転送結果
024000       EXIT PARAGRAPH
024100     END-IF.
024200     PERFORM ファイル位置初期化.
024300     PERFORM 事前ブロック集計 UNTIL ファイル終了.
024400     CLOSE 転送ファイル.
024500*
024600 事前ブロック集計.
024700     PERFORM ブロック読取.
024800     ADD ブロック行数 TO 全行数.
024900     ADD ブロック検査値 TO 全検査合計.
025000*
025100 ファイル開始.
025200     OPEN INPUT 転送ファイル.
025300     PERFORM ファイル位置初期化.
025400*
025500 ファイル位置初期化.
025600     MOVE "N" TO ファイル終了フラグ.
025700     MOVE "N" TO 先頭行フラグ.
025800     IF 先頭行 = SPACE
025900       SET 先頭行送出済 TO TRUE
026000     END-IF.
026100*
026200*　前回の点検記録が今回のファイルと同じ内容のものであれば，
026300*　確認済ブロックの次から再開する。
026400*
026500 点検読込.
026600     MOVE 1 TO 再開ブロック.
026700     MOVE "N" TO 点検記録フラグ.
026800     OPEN I-O 転送点検ファイル.
026900     IF NOT 転送点検正常
027000       EXIT PARAGRAPH
027100     END-IF.
027200     MOVE 転送識別 TO 点検転送識別.
027300     READ 転送点検ファイル
027400       INVALID KEY
027500         CONTINUE
027600       NOT INVALID KEY
027700         SET 点検記録あり TO TRUE
027800         IF 点検転送中
027900            AND 点検ファイル名 = 受信側ファイル名
028000            AND 点検ブロック数 = 全ブロック数
028100            AND 点検行数 = 全行数
028200            AND 点検検査合計 = 全検査合計
028266           COMPUTE 再開ブロック =
028332               点検確認ブロック + 1
028400         END-IF
028500     END-READ.
028600     MOVE 転送識別 TO 点検転送識別.
028700     MOVE 受信側ファイル名 TO 点検ファイル名.
028800     MOVE 全ブロック数 TO 点検ブロック数.
028900     MOVE 全行数 TO 点検行数.
029000     MOVE 全検査合計 TO 点検検査合計.
029100     COMPUTE 点検確認ブロック = 再開ブロック - 1.
029200     IF 再開ブロック = 1
029300       MOVE 0 TO 点検累計検査値
029400     END-IF.
029500     SET 点検転送中 TO TRUE.
029600     MOVE FUNCTION CURRENT-DATE(1:14) TO 点検日時.
029700     IF 点検記録あり
029800       REWRITE 転送点検レコード
029900     ELSE
030000       WRITE 転送点検レコード
030100     END-IF.
030200     CLOSE 転送点検ファイル.
030300*
030400*　開始通知に対し受信側は手元で確認済のブロック番号を返す。
030500*　送信側の点検より少なければ（受信側の作業ファイルが失われ
030600*　た場合など）そちらに合わせる。
030700*
030800 開始通知.
030900     MOVE 転送識別 TO 開始転送識別.
031000     MOVE 受信側ファイル名 TO 開始ファイル名.
031100     MOVE 全ブロック数 TO 開始ブロック数.
031200     MOVE 全行数 TO 開始行数.
031300     MOVE 全検査合計 TO 開始検査合計.
031400     MOVE 再開ブロック TO 開始再開ブロック.
031500     MOVE 開始文 TO 送信文.
031600     MOVE 64 TO 送信長.
031700     PERFORM １件送信.
031800     IF 転送中断
031900       EXIT PARAGRAPH
032000     END-IF.
032100     PERFORM 応答受信.
032200     IF 転送中断
032300       EXIT PARAGRAPH
032400     END-IF.
032500     IF NOT 肯定応答 OR 応答ブロック NOT NUMERIC
032600       SET 転送中断 TO TRUE
032700       EXIT PARAGRAPH
032800     END-IF.
032900     IF 応答ブロック < 再開ブロック
032966       COMPUTE 再開ブロック =
033032           FUNCTION NUMVAL(応答ブロック) + 1
033100     END-IF.
033200     IF 再開ブロック > 1
033266       DISPLAY "転送を再開します ブロック："
033332               再開ブロック
033400     END-IF.
033500*
033600*　確認済のブロックは読み飛ばし，累計検査値だけを積む。
033700*
033800 ブロック処理.
033900     ADD 1 TO 現ブロック番号.
034000     PERFORM ブロック読取.
034100     ADD ブロック検査値 TO 累計検査値.
034200     IF 現ブロック番号 < 再開ブロック
034300       ADD ブロック行数 TO 送信行数
034400       EXIT PARAGRAPH
034500     END-IF.
034600     MOVE 0 TO 再送回数.
034700     MOVE "N" TO ブロック確認フラグ.
034800     PERFORM ブロック１回送信
034900         UNTIL ブロック確認済
035000            OR 転送中断
035100            OR 再送回数 >= 最大再送回数.
035200     IF NOT ブロック確認済
035300       SET 転送中断 TO TRUE
035400       EXIT PARAGRAPH
035500     END-IF.
035600     ADD ブロック行数 TO 送信行数.
035700     PERFORM 点検更新.
035800*
035900 ブロック読取.
036000     MOVE 0 TO ブロック行数 ブロック検査値.
036100     PERFORM ブロック行読取
036200         UNTIL ブロック行数 >= ブロック行上限
036300            OR ファイル終了.
036400*
036500 ブロック行読取.
036600     PERFORM 行取得.
036700     IF ファイル終了
036800       EXIT PARAGRAPH
036900     END-IF.
037000     ADD 1 TO ブロック行数.
037100     MOVE 取得行 TO 表行(ブロック行数).
037200     MOVE 取得行長 TO 表行長(ブロック行数).
037300     PERFORM 行検査値算出.
037400     ADD 行検査値 TO ブロック検査値.
037500*
037600 行取得.
037700     IF NOT 先頭行送出済
037800       MOVE 先頭行 TO 取得行
037900       SET 先頭行送出済 TO TRUE
038000     ELSE
038100       READ 転送ファイル
038200         AT END
038300           SET ファイル終了 TO TRUE
038400           EXIT PARAGRAPH
038500       END-READ
038600       MOVE 転送レコード TO 取得行
038700     END-IF.
038800     COMPUTE 取得行長 = FUNCTION
038900         STORED-CHAR-LENGTH(取得行).
039000*
039100 行検査値算出.
039200     MOVE 取得行長 TO 行検査値.
039300     PERFORM 文字加算
039400         VARYING 文字位置 FROM 1 BY 1
039500         UNTIL 文字位置 > 取得行長.
039600*
039700 文字加算.
039800     ADD FUNCTION ORD(取得行(文字位置:1)) TO 行検査値.
039900*
040000*　ブロックの行を送り，ブロック終了で件数と検査値を示す。
040100*　否定応答のときは同じブロックを送り直す。
040200*
040300 ブロック１回送信.
040400     ADD 1 TO 再送回数.
040500     PERFORM 行送信
040600         VARYING 行添字 FROM 1 BY 1
040700         UNTIL 行添字 > ブロック行数
040800            OR 転送中断.
040900     IF 転送中断
041000       EXIT PARAGRAPH
041100     END-IF.
041200     MOVE 転送識別 TO ブロック転送識別.
041300     MOVE 現ブロック番号 TO ブロック番号.
041400     MOVE ブロック行数 TO ブロック件数.
041500     MOVE ブロック検査値 TO ブロック検査.
041600     MOVE 累計検査値 TO ブロック累計検査.
041700     MOVE ブロック終了文 TO 送信文.
041800     MOVE 44 TO 送信長.
041900     PERFORM １件送信.
042000     IF 転送中断
042100       EXIT PARAGRAPH
042200     END-IF.
042300     PERFORM 応答受信.
042400     IF 転送中断
042500       EXIT PARAGRAPH
042600     END-IF.
042700     IF 肯定応答
042800        AND 応答ブロック IS NUMERIC
042900        AND 応答ブロック = 現ブロック番号
043000       SET ブロック確認済 TO TRUE
043100     ELSE
043200       DISPLAY "ブロック再送：" 現ブロック番号
043300     END-IF.
043400*
043500 行送信.
043600     MOVE 転送識別 TO データ転送識別.
043700     MOVE 現ブロック番号 TO データブロック番号.
043800     MOVE 行添字 TO データ行番号.
043900     MOVE 表行長(行添字) TO データ行長.
044000     MOVE 表行(行添字) TO データ行.
044100     MOVE データ文 TO 送信文.
044200     COMPUTE 送信長 = 27 + 表行長(行添字).
044300     PERFORM １件送信.
044400*
044500 点検更新.
044600     OPEN I-O 転送点検ファイル.
044700     IF NOT 転送点検正常
044800       EXIT PARAGRAPH
044900     END-IF.
045000     MOVE 転送識別 TO 点検転送識別.
045100     READ 転送点検ファイル
045200       INVALID KEY
045300         CLOSE 転送点検ファイル
045400         EXIT PARAGRAPH
045500     END-READ.
045600     MOVE 現ブロック番号 TO 点検確認ブロック.
045700     MOVE 累計検査値 TO 点検累計検査値.
045800     MOVE FUNCTION CURRENT-DATE(1:14) TO 点検日時.
045900     REWRITE 転送点検レコード.
046000     CLOSE 転送点検ファイル.
046100*
046200*　全ブロックの確認後に総件数と検査合計を送る。受信側はこれを
046300*　検証してからファイルを組み立て，肯定応答を返す。
046400*
046500 終了通知.
046600     MOVE 転送識別 TO 終了転送識別.
046700     MOVE 全ブロック数 TO 終了ブロック数.
046800     MOVE 全行数 TO 終了行数.
046900     MOVE 全検査合計 TO 終了検査合計.
047000     MOVE 終了文 TO 送信文.
047100     MOVE 39 TO 送信長.
047200     PERFORM １件送信.
047300     IF 転送中断
047400       EXIT PARAGRAPH
047500     END-IF.
047600     PERFORM 応答受信.
047700     IF 転送中断
047800       EXIT PARAGRAPH
047900     END-IF.
048000     IF NOT 肯定応答
048100       MOVE 4 TO 転送結果
048200       EXIT PARAGRAPH
048300     END-IF.
048400     OPEN I-O 転送点検ファイル.
048500     IF 転送点検正常
048600       MOVE 転送識別 TO 点検転送識別
048700       READ 転送点検ファイル
048800         INVALID KEY
048900           CONTINUE
049000         NOT INVALID KEY
049100           SET 点検転送完了 TO TRUE
049200           MOVE FUNCTION CURRENT-DATE(1:14) TO 点検日時
049300           REWRITE 転送点検レコード
049400       END-READ
049500     END-IF.
049600     CLOSE 転送点検ファイル.
049700*
049800 １件送信.
049900     MOVE 転送宛先 TO 論理宛先名.
050000     MOVE 送信長
050100       TO 送信メッセージ長 OF 送信パラメタ.
050200     MOVE 3 TO 送信優先順位 OF 送信パラメタ.
050300     MOVE 0 TO 送信処理種別 OF 送信パラメタ.
050400     MOVE 転送監視時間
050500       TO 送信監視時間 OF 送信パラメタ.
050600     CALL "COBCI_WRITE" WITH C LINKAGE
050700          USING BY REFERENCE 状態通知域
050800                BY VALUE     サーバ識別子
050900                BY REFERENCE 論理宛先名
051000                BY REFERENCE 送信パラメタ
051100                BY REFERENCE 送信文
051200                BY VALUE     通信予約域.
051300     IF RETURN-CODE NOT = 0
051400       SET 転送中断 TO TRUE
051500     END-IF.
051600*
051700*　応答は確認応答の宛先で監視時間まで待つ。時間切れと別の
051800*　転送識別の応答は中断扱い（点検の位置から再実行する）。
051900*
052000 応答受信.
052100     MOVE 確認宛先 TO 論理宛先名.
052200     MOVE 150 TO 受信バッファ長 OF 受信パラメタ.
052300     MOVE 0   TO 受信処理種別 OF 受信パラメタ.
052400     MOVE 転送監視時間
052500       TO 受信監視時間 OF 受信パラメタ.
052600     MOVE SPACE TO 受信文.
052700     CALL "COBCI_READ" WITH C LINKAGE
052800          USING BY REFERENCE 状態通知域
052900                BY VALUE     サーバ識別子
053000                BY REFERENCE 論理宛先名
053100                BY REFERENCE 受信パラメタ
053200                BY REFERENCE 受信文
053300                BY VALUE     通信予約域.
053400     IF RETURN-CODE NOT = 0
053500        OR 応答転送識別 NOT = 転送識別
053600       SET 転送中断 TO TRUE
053700     END-IF.
053800*
053900 活動ログ出力.
054000     OPEN EXTEND 通信ログファイル.
054100     IF 通信ログ正常
054200       MOVE SPACE TO 通信ログレコード
054300       MOVE FUNCTION CURRENT-DATE(1:14)
054400         TO ログ日時
054500       MOVE "BS"           TO ログ種別
054600       MOVE 転送宛先       TO ログ宛先名
054700       MOVE 送信行数       TO ログメッセージ長
054800       MOVE ログ結果ワーク TO ログ結果
054900       MOVE エラーコード OF 状態通知域
055000         TO ログエラーコード
055100       WRITE 通信ログレコード
055200       CLOSE 通信ログファイル
055300     END-IF.
055400 END PROGRAM "ブロック送信".
