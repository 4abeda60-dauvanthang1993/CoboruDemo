000100*=================================================================
000200*「簡易アプリ間通信機能を使用したプログラム」
000300*
000400*  ファイル名： Blkrecv.cob
000500*  機能概要  ： ブロック転送の受信（ブロック送信サブルーチンの
000600*               受信側）。本社の集計統合（HONSHUKE）が読む拠点別
000700*               の SYUUKEI.拠点コード もここで受け取る。
000800*
000900*               到着した行は転送識別・ブロック番号・行番号をキー
001000*               に作業ファイル（BLKWORK）へ溜め，ブロック終了の
001100*               件数・ブロック検査値・累計検査値が合えば確認応答
001200*               （ACK）を，合わなければ否定応答（NAK）を返して
001300*               そのブロックを捨てる。確認済の位置は転送管理
001400*               ファイル（BLKRCTL）に残るので，回線断のあと送信
001500*               側が再実行すると確認済ブロックの次から続く。
001600*
001700*               終了通知の総件数・検査合計が全ブロックの確認済と
001800*               一致した時点で初めて受信側ファイルを作り直し，
001900*               作業ファイルの行を消す。途中の回線断では受信側
002000*               ファイルは前のまま残る。
002100*
002200*     Copyright 2000-2015 FUJITSU LIMITED
002300*=================================================================
002400 IDENTIFICATION DIVISION.
002500  PROGRAM-ID. BLKRECV.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL 転送管理ファイル
003100            ASSIGN TO "BLKRCTL"
003200            ORGANIZATION IS INDEXED
003300            ACCESS MODE  IS DYNAMIC
003400            RECORD KEY   IS 管理転送識別
003500            FILE STATUS  IS 管理状態.
003600     SELECT OPTIONAL 転送作業ファイル
003700            ASSIGN TO "BLKWORK"
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE  IS DYNAMIC
004000            RECORD KEY   IS 作業キー
004100            FILE STATUS  IS 作業状態.
004200     SELECT 復元ファイル
004300            ASSIGN TO 復元ファイル名
004400            ORGANIZATION IS LINE SEQUENTIAL
004500            FILE STATUS   IS 復元状態.
004600     SELECT 通信ログファイル ASSIGN TO "TSCHLOG"
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS   IS 通信ログ状態.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  転送管理ファイル.
005200 01  転送管理レコード.
005300     03  管理転送識別        PIC  X(12).
005400     03  管理ファイル名      PIC  X(20).
005500     03  管理ブロック数      PIC  9(05).
005600     03  管理行数            PIC  9(07).
005700     03  管理検査合計        PIC  9(11).
005800     03  管理確認ブロック    PIC  9(05).
005900     03  管理累計検査値      PIC  9(11).
006000     03  管理状態区分        PIC  X(01).
006100         88  管理受信中      VALUE "1".
006200         88  管理復元済      VALUE "2".
006300     03  管理日時            PIC  X(14).
006400 FD  転送作業ファイル.
006500 01  転送作業レコード.
006600     03  作業キー.
006700         05  作業転送識別    PIC  X(12).
006800         05  作業ブロック番号 PIC 9(05).
006900         05  作業行番号      PIC  9(03).
007000     03  作業行長            PIC  9(03).
007100     03  作業行              PIC  X(120).
007200 FD  復元ファイル.
007300 01  復元レコード            PIC  X(120).
007400 FD  通信ログファイル.
007500 01  通信ログレコード.
007600     03  ログ日時            PIC X(14).
007700     03  FILLER              PIC X(01).
007800     03  ログ種別            PIC X(02).
007900     03  FILLER              PIC X(01).
008000     03  ログ宛先名          PIC X(08).
008100     03  FILLER              PIC X(01).
008200     03  ログメッセージ長    PIC 9(09).
008300     03  FILLER              PIC X(01).
008400     03  ログ結果            PIC X(02).
008500     03  FILLER              PIC X(01).
008600     03  ログエラーコード    PIC S9(9).
008700 WORKING-STORAGE SECTION.
008800     COPY "Prm_rec.cbl".
008900 77  管理状態                PIC  X(02).
009000     88  管理正常            VALUE "00" "05".
009100 77  作業状態                PIC  X(02).
009200     88  作業正常            VALUE "00" "05".
009300 77  復元状態                PIC  X(02).
009400     88  復元正常            VALUE "00".
009500 77  通信ログ状態            PIC  X(02).
009600     88  通信ログ正常        VALUE "00" "05".
009700 77  復元ファイル名          PIC  X(20).
009800 77  処理区分                PIC  9(01).
009900 77  終了区分                PIC  9(01)  VALUE 0.
010000     88  業務終了            VALUE 9.
010100 77  受信終了フラグ          PIC  X(01).
010200     88  受信終了            VALUE "Y".
010300 77  走査終了フラグ          PIC  X(01).
010400     88  走査終了            VALUE "Y".
010500 77  管理記録フラグ          PIC  X(01).
010600     88  管理記録あり        VALUE "Y".
010700 77  受信宛先名              PIC  X(08).
010800 77  確認宛先名              PIC  X(08).
010900 77  走査行数                PIC  9(03).
011000 77  走査検査値              PIC  9(09).
011100 77  応答位置                PIC  9(05).
011200 77  行検査値                PIC  9(07).
011300 77  文字位置                PIC  9(03).
011400 77  受信件数                PIC  9(07).
011500 77  ログ結果ワーク          PIC  X(02).
011600*
011700*　回線上の様式（ブロック送信サブルーチンと対）
011800*
011900 01  受信文.
012000     02  受信文種別          PIC  X(04).
012100     02  受信文本体          PIC  X(146).
012200 01  開始文  REDEFINES 受信文.
012300     02  FILLER              PIC  X(04).
012400     02  開始転送識別        PIC  X(12).
012500     02  開始ファイル名      PIC  X(20).
012600     02  開始ブロック数      PIC  9(05).
012700     02  開始行数            PIC  9(07).
012800     02  開始検査合計        PIC  9(11).
012900     02  開始再開ブロック    PIC  9(05).
013000     02  FILLER              PIC  X(86).
013100 01  データ文  REDEFINES 受信文.
013200     02  FILLER              PIC  X(04).
013300     02  データ転送識別      PIC  X(12).
013400     02  データブロック番号  PIC  9(05).
013500     02  データ行番号        PIC  9(03).
013600     02  データ行長          PIC  9(03).
013700     02  データ行            PIC  X(120).
013800     02  FILLER              PIC  X(03).
013900 01  ブロック終了文  REDEFINES 受信文.
014000     02  FILLER              PIC  X(04).
014100     02  ブロック転送識別    PIC  X(12).
014200     02  ブロック番号        PIC  9(05).
014300     02  ブロック件数        PIC  9(03).
014400     02  ブロック検査        PIC  9(09).
014500     02  ブロック累計検査    PIC  9(11).
014600     02  FILLER              PIC  X(106).
014700 01  終了文  REDEFINES 受信文.
014800     02  FILLER              PIC  X(04).
014900     02  終了転送識別        PIC  X(12).
015000     02  終了ブロック数      PIC  9(05).
015100     02  終了行数            PIC  9(07).
015200     02  終了検査合計        PIC  9(11).
015300     02  FILLER              PIC  X(111).
015400 01  応答文.
015500     02  応答種別            PIC  X(04).
015600     02  応答転送識別        PIC  X(12).
015700     02  応答ブロック        PIC  9(05).
015800*
015900 PROCEDURE DIVISION.
016000     OPEN I-O 転送管理ファイル.
016100     OPEN I-O 転送作業ファイル.
016200     PERFORM 業務メニュー処理 UNTIL 業務終了.
016300     CLOSE 転送作業ファイル.
016400     CLOSE 転送管理ファイル.
016500     STOP RUN.
016600*
016700 業務メニュー処理.
016800     DISPLAY "ブロック転送受信".
016900     DISPLAY "1:受信 2:転送状況一覧 9:終了".
017000     ACCEPT 処理区分 FROM CONSOLE.
017100     EVALUATE 処理区分
017200       WHEN 1
017300         PERFORM 受信処理
017400           THRU 受信処理出口
017500       WHEN 2
017600         PERFORM 転送状況一覧
017700       WHEN 9
017800         MOVE 9 TO 終了区分
017900     END-EVALUATE.
018000*
018100*　サーバへ接続し，到着メッセージをタイムアウトまで処理する。
018200*
018300 受信処理.
018400     DISPLAY "受信宛先名を入力(例:HONSYA)".
018500     ACCEPT 受信宛先名 FROM CONSOLE.
018600     DISPLAY "確認応答の宛先名を入力(例:SYACK)".
018700     ACCEPT 確認宛先名 FROM CONSOLE.
018800     MOVE "SERVER1" TO サーバ名.
018900     CALL "COBCI_OPEN" WITH C LINKAGE
019000          USING BY REFERENCE 状態通知域
019100                BY REFERENCE サーバ名
019200                BY REFERENCE サーバ識別子
019300                BY VALUE     通信予約域.
019400     IF RETURN-CODE NOT = 0
019500       DISPLAY "サーバへ接続できません"
019600       GO TO 受信処理出口
019700     END-IF.
019800     MOVE 0 TO 受信件数.
019900     MOVE "N" TO 受信終了フラグ.
020000     PERFORM メッセージ受信 UNTIL 受信終了.
020100     CALL "COBCI_CLOSE" WITH C LINKAGE
020200          USING BY REFERENCE 状態通知域
020300                BY VALUE     サーバ識別子
020400                BY VALUE     通信予約域.
020500     DISPLAY "受信件数：" 受信件数.
020600*
020700 受信処理出口.
020800     EXIT.
020900*
021000 メッセージ受信.
021100     MOVE 受信宛先名 TO 論理宛先名.
021200     MOVE 150 TO 受信バッファ長 OF 受信パラメタ.
021300     MOVE 0   TO 受信処理種別 OF 受信パラメタ.
021400     MOVE 60  TO 受信監視時間 OF 受信パラメタ.
021500     MOVE SPACE TO 受信文.
021600     CALL "COBCI_READ" WITH C LINKAGE
021700          USING BY REFERENCE 状態通知域
021800                BY VALUE     サーバ識別子
021900                BY REFERENCE 論理宛先名
022000                BY REFERENCE 受信パラメタ
022100                BY REFERENCE 受信文
022200                BY VALUE     通信予約域.
022300     IF RETURN-CODE NOT = 0
022400       SET 受信終了 TO TRUE
022500       EXIT PARAGRAPH
022600     END-IF.
022700     ADD 1 TO 受信件数.
022800     EVALUATE 受信文種別
022900       WHEN "BEG "
023000         PERFORM 開始受付
023100       WHEN "DAT "
023200         PERFORM データ蓄積
023300       WHEN "BLK "
023400         PERFORM ブロック検証
023500       WHEN "END "
023600         PERFORM 終了検証
023700       WHEN OTHER
023800         MOVE "NG" TO ログ結果ワーク
023900         PERFORM 活動ログ出力
024000     END-EVALUATE.
024100*
024200*　開始通知。前回と同じ内容（件数・検査合計・受信側ファイル
024300*　名）の転送なら確認済の位置を引き継ぎ，違えば作業ファイル
024400*　の行を捨てて初めから受ける。手元の確認済と送信側の再開
024500*　位置の小さい方を返し，それより後ろの行は捨てる。
024600*
024700 開始受付.
024800     MOVE "N" TO 管理記録フラグ.
024900     MOVE 開始転送識別 TO 管理転送識別.
025000     READ 転送管理ファイル
025100       INVALID KEY
025200         CONTINUE
025300       NOT INVALID KEY
025400         SET 管理記録あり TO TRUE
025500     END-READ.
025600     IF NOT 管理記録あり
025700        OR 管理ファイル名 NOT = 開始ファイル名
025800        OR 管理ブロック数 NOT = 開始ブロック数
025900        OR 管理行数 NOT = 開始行数
026000        OR 管理検査合計 NOT = 開始検査合計
026100        OR (管理復元済 AND 開始再開ブロック = 1)
026200       MOVE 開始転送識別 TO 管理転送識別
026300       MOVE 開始ファイル名 TO 管理ファイル名
026400       MOVE 開始ブロック数 TO 管理ブロック数
026500       MOVE 開始行数 TO 管理行数
026600       MOVE 開始検査合計 TO 管理検査合計
026700       MOVE 0 TO 管理確認ブロック 管理累計検査値
026800       SET 管理受信中 TO TRUE
026900     END-IF.
027000     IF 管理受信中
027055        AND 開始再開ブロック - 1
027110            < 管理確認ブロック
027166       COMPUTE 管理確認ブロック =
027232           開始再開ブロック - 1
027300     END-IF.
027400     MOVE 管理確認ブロック TO 応答位置.
027500     IF 管理受信中
027600       PERFORM 後続ブロック削除
027700       PERFORM 累計検査値再計算
027800     END-IF.
027900     MOVE FUNCTION CURRENT-DATE(1:14) TO 管理日時.
028000     IF 管理記録あり
028100       REWRITE 転送管理レコード
028200     ELSE
028300       WRITE 転送管理レコード
028400     END-IF.
028500     MOVE "ACK " TO 応答種別.
028600     MOVE 管理転送識別 TO 応答転送識別.
028700     MOVE 応答位置 TO 応答ブロック.
028800     PERFORM 確認応答送信.
028900     MOVE "BG" TO ログ結果ワーク.
029000     PERFORM 活動ログ出力.
029100*
029200*　確認済の位置より後ろのブロックの行を消す。
029300*
029400 後続ブロック削除.
029500     MOVE 管理転送識別 TO 作業転送識別.
029566     COMPUTE 作業ブロック番号 =
029632         管理確認ブロック + 1.
029700     MOVE 0 TO 作業行番号.
029800     PERFORM 作業行削除走査.
029900*
030000 作業行削除走査.
030100     MOVE "N" TO 走査終了フラグ.
030200     START 転送作業ファイル KEY >= 作業キー
030300       INVALID KEY
030400         SET 走査終了 TO TRUE
030500     END-START.
030600     PERFORM 作業行削除 UNTIL 走査終了.
030700*
030800 作業行削除.
030900     READ 転送作業ファイル NEXT RECORD
031000       AT END
031100         SET 走査終了 TO TRUE
031200         EXIT PARAGRAPH
031300     END-READ.
031400     IF 作業転送識別 NOT = 管理転送識別
031500       SET 走査終了 TO TRUE
031600       EXIT PARAGRAPH
031700     END-IF.
031800     DELETE 転送作業ファイル.
031900*
032000*　確認済ブロックの行から累計検査値を積み直す。
032100*
032200 累計検査値再計算.
032300     MOVE 0 TO 管理累計検査値.
032400     MOVE 管理転送識別 TO 作業転送識別.
032500     MOVE 1 TO 作業ブロック番号.
032600     MOVE 0 TO 作業行番号.
032700     MOVE "N" TO 走査終了フラグ.
032800     START 転送作業ファイル KEY >= 作業キー
032900       INVALID KEY
033000         SET 走査終了 TO TRUE
033100     END-START.
033200     PERFORM 累計検査値加算 UNTIL 走査終了.
033300*
033400 累計検査値加算.
033500     READ 転送作業ファイル NEXT RECORD
033600       AT END
033700         SET 走査終了 TO TRUE
033800         EXIT PARAGRAPH
033900     END-READ.
034000     IF 作業転送識別 NOT = 管理転送識別
034100        OR 作業ブロック番号 > 管理確認ブロック
034200       SET 走査終了 TO TRUE
034300       EXIT PARAGRAPH
034400     END-IF.
034500     PERFORM 行検査値算出.
034600     ADD 行検査値 TO 管理累計検査値.
034700*
034800 データ蓄積.
034900     MOVE データ転送識別 TO 作業転送識別.
035000     MOVE データブロック番号 TO 作業ブロック番号.
035100     MOVE データ行番号 TO 作業行番号.
035200     MOVE データ行長 TO 作業行長.
035300     MOVE データ行 TO 作業行.
035400     WRITE 転送作業レコード
035500       INVALID KEY
035600         REWRITE 転送作業レコード
035700     END-WRITE.
035800*
035900*　ブロック終了。作業ファイルのそのブロックの行を数え直して
036000*　件数・ブロック検査値・累計検査値を照合する。確認済の
036100*　ブロックが再び来た場合（応答が届かなかった場合）は確認
036200*　応答だけを返し直す。
036300*
036400 ブロック検証.
036500     MOVE ブロック転送識別 TO 管理転送識別.
036600     READ 転送管理ファイル
036700       INVALID KEY
036800         MOVE "NAK " TO 応答種別
036900         MOVE ブロック転送識別 TO 応答転送識別
037000         MOVE ブロック番号 TO 応答ブロック
037100         PERFORM 確認応答送信
037200         EXIT PARAGRAPH
037300     END-READ.
037400     MOVE ブロック転送識別 TO 応答転送識別.
037500     MOVE ブロック番号 TO 応答ブロック.
037600     IF ブロック番号 <= 管理確認ブロック
037700       MOVE "ACK " TO 応答種別
037800       PERFORM 確認応答送信
037900       EXIT PARAGRAPH
038000     END-IF.
038100     PERFORM ブロック行集計.
038200     IF ブロック番号 = 管理確認ブロック + 1
038300        AND 走査行数 = ブロック件数
038400        AND 走査検査値 = ブロック検査
038466        AND 管理累計検査値 + 走査検査値
038532            = ブロック累計検査
038600       MOVE ブロック番号 TO 管理確認ブロック
038700       ADD 走査検査値 TO 管理累計検査値
038800       MOVE FUNCTION CURRENT-DATE(1:14) TO 管理日時
038900       REWRITE 転送管理レコード
039000       MOVE "ACK " TO 応答種別
039100     ELSE
039200       PERFORM 後続ブロック削除
039300       MOVE "NAK " TO 応答種別
039400       MOVE "NK" TO ログ結果ワーク
039500       PERFORM 活動ログ出力
039600     END-IF.
039700     PERFORM 確認応答送信.
039800*
039900 ブロック行集計.
040000     MOVE 0 TO 走査行数 走査検査値.
040100     MOVE 管理転送識別 TO 作業転送識別.
040200     MOVE ブロック番号 TO 作業ブロック番号.
040300     MOVE 0 TO 作業行番号.
040400     MOVE "N" TO 走査終了フラグ.
040500     START 転送作業ファイル KEY >= 作業キー
040600       INVALID KEY
040700         SET 走査終了 TO TRUE
040800     END-START.
040900     PERFORM ブロック行加算 UNTIL 走査終了.
041000*
041100 ブロック行加算.
041200     READ 転送作業ファイル NEXT RECORD
041300       AT END
041400         SET 走査終了 TO TRUE
041500         EXIT PARAGRAPH
041600     END-READ.
041700     IF 作業転送識別 NOT = 管理転送識別
041800        OR 作業ブロック番号 NOT = ブロック番号
041900       SET 走査終了 TO TRUE
042000       EXIT PARAGRAPH
042100     END-IF.
042200     ADD 1 TO 走査行数.
042300     PERFORM 行検査値算出.
042400     ADD 行検査値 TO 走査検査値.
042500*
042600 行検査値算出.
042700     MOVE 作業行長 TO 行検査値.
042800     PERFORM 文字加算
042900         VARYING 文字位置 FROM 1 BY 1
043000         UNTIL 文字位置 > 作業行長.
043100*
043200 文字加算.
043300     ADD FUNCTION ORD(作業行(文字位置:1)) TO 行検査値.
043400*
043500*　終了通知。全ブロック確認済で総件数・検査合計が合えば受信
043600*　側ファイルを作り直し，作業ファイルの行を消す。復元済の転送
043700*　への再通知（応答が届かなかった場合）は肯定応答だけを返す。
043800*
043900 終了検証.
044000     MOVE 終了転送識別 TO 応答転送識別.
044100     MOVE 0 TO 応答ブロック.
044200     MOVE "NAK " TO 応答種別.
044300     MOVE 終了転送識別 TO 管理転送識別.
044400     READ 転送管理ファイル
044500       INVALID KEY
044600         PERFORM 確認応答送信
044700         EXIT PARAGRAPH
044800     END-READ.
044900     MOVE 管理確認ブロック TO 応答ブロック.
045000     IF 管理復元済
045100       MOVE "ACK " TO 応答種別
045200       PERFORM 確認応答送信
045300       EXIT PARAGRAPH
045400     END-IF.
045500     IF 管理確認ブロック NOT = 終了ブロック数
045600        OR 管理ブロック数 NOT = 終了ブロック数
045700        OR 管理行数 NOT = 終了行数
045800        OR 管理累計検査値 NOT = 終了検査合計
045900       MOVE "NK" TO ログ結果ワーク
046000       PERFORM 活動ログ出力
046100       PERFORM 確認応答送信
046200       EXIT PARAGRAPH
046300     END-IF.
046400     PERFORM ファイル復元.
046500     IF NOT 復元正常
046600       MOVE "NG" TO ログ結果ワーク
046700       PERFORM 活動ログ出力
046800       PERFORM 確認応答送信
046900       EXIT PARAGRAPH
047000     END-IF.
047100     MOVE 0 TO 管理確認ブロック.
047200     PERFORM 後続ブロック削除.
047300     MOVE 終了ブロック数 TO 管理確認ブロック.
047400     SET 管理復元済 TO TRUE.
047500     MOVE FUNCTION CURRENT-DATE(1:14) TO 管理日時.
047600     REWRITE 転送管理レコード.
047700     MOVE "ACK " TO 応答種別.
047800     PERFORM 確認応答送信.
047900     MOVE "OK" TO ログ結果ワーク.
048000     PERFORM 活動ログ出力.
048066     DISPLAY "受信完了：" 管理ファイル名 " "
048132             管理行数 "行".
048200*
048300 ファイル復元.
048400     MOVE 管理ファイル名 TO 復元ファイル名.
048500     OPEN OUTPUT 復元ファイル.
048600     IF NOT 復元正常
048700       EXIT PARAGRAPH
048800     END-IF.
048900     MOVE 管理転送識別 TO 作業転送識別.
049000     MOVE 0 TO 作業ブロック番号 作業行番号.
049100     MOVE "N" TO 走査終了フラグ.
049200     START 転送作業ファイル KEY >= 作業キー
049300       INVALID KEY
049400         SET 走査終了 TO TRUE
049500     END-START.
049600     PERFORM 復元行出力 UNTIL 走査終了.
049700     CLOSE 復元ファイル.
049800*
049900 復元行出力.
050000     READ 転送作業ファイル NEXT RECORD
050100       AT END
050200         SET 走査終了 TO TRUE
050300         EXIT PARAGRAPH
050400     END-READ.
050500     IF 作業転送識別 NOT = 管理転送識別
050600       SET 走査終了 TO TRUE
050700       EXIT PARAGRAPH
050800     END-IF.
050900     MOVE 作業行 TO 復元レコード.
051000     WRITE 復元レコード.
051100*
051200 確認応答送信.
051300     MOVE 確認宛先名 TO 論理宛先名.
051400     MOVE 21 TO 送信メッセージ長 OF 送信パラメタ.
051500     MOVE 3 TO 送信優先順位 OF 送信パラメタ.
051600     MOVE 0 TO 送信処理種別 OF 送信パラメタ.
051700     CALL "COBCI_WRITE" WITH C LINKAGE
051800          USING BY REFERENCE 状態通知域
051900                BY VALUE     サーバ識別子
052000                BY REFERENCE 論理宛先名
052100                BY REFERENCE 送信パラメタ
052200                BY REFERENCE 応答文
052300                BY VALUE     通信予約域.
052400     IF RETURN-CODE NOT = 0
052500       MOVE "AN" TO ログ結果ワーク
052600       PERFORM 活動ログ出力
052700     END-IF.
052800*
052900 転送状況一覧.
053000     MOVE "N" TO 走査終了フラグ.
053100     MOVE LOW-VALUE TO 管理転送識別.
053200     START 転送管理ファイル KEY > 管理転送識別
053300       INVALID KEY
053400         SET 走査終了 TO TRUE
053500     END-START.
053600     PERFORM 転送状況明細 UNTIL 走査終了.
053700*
053800 転送状況明細.
053900     READ 転送管理ファイル NEXT RECORD
054000       AT END
054100         SET 走査終了 TO TRUE
054200       NOT AT END
054300         IF 管理復元済
054366           DISPLAY 管理転送識別 " "
054432                   管理ファイル名 " 復元済 "
054500                   管理日時
054600         ELSE
054655           DISPLAY 管理転送識別 " "
054710                   管理ファイル名 " 受信中 "
054766                   管理確認ブロック "/"
054832                   管理ブロック数
054900         END-IF
055000     END-READ.
055100*
055200 活動ログ出力.
055300     OPEN EXTEND 通信ログファイル.
055400     IF 通信ログ正常
055500       MOVE SPACE TO 通信ログレコード
055600       MOVE FUNCTION CURRENT-DATE(1:14)
055700         TO ログ日時
055800       MOVE "BR"            TO ログ種別
055900       MOVE 受信宛先名      TO ログ宛先名
056000       MOVE 受信メッセージ長 OF 受信パラメタ
056100         TO ログメッセージ長
056200       MOVE ログ結果ワーク  TO ログ結果
056300       MOVE エラーコード OF 状態通知域
056400         TO ログエラーコード
056500       WRITE 通信ログレコード
056600       CLOSE 通信ログファイル
056700     END-IF.
