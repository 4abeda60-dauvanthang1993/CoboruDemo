000100*=================================================================
000200* 「マルチスレッドプログラミング」
000300*     スレッド間でファイル・データを共用してオンラインショッピング
000400*   のアプリケーションを構築します。
000500*
000600*=================================================================
000700*
000800*  ファイル名： Hatten.cob
000900*  機能概要  ： 発注点見直し（月次）。見直し案作成モードでは直近
001000*               Ｎか月の注文行から商品ごとの平均日需要と最大日需要
001100*               を求め，納期回答（NOUKI）の補充リード日数で安全
001200*               在庫と新しい発注点を，発注費用と保管費率から経済的
001300*               発注量を求めて，現行と異なる商品を発注点見直し案
001400*               ファイル（HATTEAN）と見直しリストへ出力する。
001500*               承認モードでは案を１件ずつ示し，承認された案だけを
001600*               在庫ファイルの発注点・発注量へ反映して変更履歴
001700*               （HATTEN.LOG）へ残す。
001800*               セット商品の注文は構成商品の需要とする。
001900*
002000* Copyright 1999-2015 FUJITSU LIMITED
002100*=================================================================
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. HATTEN.
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL 見直し案ファイル
002800       ASSIGN TO "HATTEAN"
002900       ORGANIZATION IS INDEXED
003000       ACCESS MODE  IS DYNAMIC
003100       RECORD KEY   IS 案商品番号
003200       FILE STATUS  IS 見直し案状態.
003300     SELECT OPTIONAL 在庫ファイル
003400       ASSIGN TO "ZAIKO"
003500       ORGANIZATION IS INDEXED
003600       ACCESS MODE  IS DYNAMIC
003700       RECORD KEY   IS 在庫商品番号
003800       FILE STATUS  IS 在庫状態.
003900     SELECT OPTIONAL 注文行ファイル
004000       ASSIGN TO "ORDERF"
004100       ORGANIZATION IS INDEXED
004200       ACCESS MODE  IS DYNAMIC
004300       RECORD KEY   IS 注文行番号
004400       FILE STATUS  IS 注文行状態.
004500     SELECT OPTIONAL 供給情報ファイル
004600       ASSIGN TO "NOUKIM"
004700       ORGANIZATION IS INDEXED
004800       ACCESS MODE  IS RANDOM
004900       RECORD KEY   IS 供給商品番号
005000       FILE STATUS  IS 供給情報状態.
005100     SELECT OPTIONAL 仕入単価ファイル
005200       ASSIGN TO "SIIRETAN"
005300       ORGANIZATION IS INDEXED
005400       ACCESS MODE  IS DYNAMIC
005500       RECORD KEY   IS 仕入単価キー
005600       FILE STATUS  IS 仕入単価状態.
005700     SELECT 需要ソートファイル
005800       ASSIGN TO "HATTEN.TMP".
005900     SELECT 見直しリストファイル
006000       ASSIGN TO "HATTEN.RPT"
006100       ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT OPTIONAL 変更履歴ファイル
006300       ASSIGN TO "HATTEN.LOG"
006400       ORGANIZATION IS LINE SEQUENTIAL
006500       FILE STATUS  IS 変更履歴状態.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  見直し案ファイル.
006900 01  見直し案レコード.
007000     02  案商品番号          PIC  X(10).
007100     02  案作成日            PIC  9(08).
007200     02  案対象月数          PIC  9(02).
007300     02  案平均日需要        PIC  9(07)V99.
007400     02  案最大日需要        PIC  9(08).
007500     02  案リード日数        PIC  9(03).
007600     02  案安全在庫          PIC  9(08).
007700     02  案現発注点          PIC  9(08).
007800     02  案現発注量          PIC  9(08).
007900     02  案新発注点          PIC  9(08).
008000     02  案新発注量          PIC  9(08).
008100 FD  在庫ファイル.
008200     COPY ZAIKOF.
008300 FD  注文行ファイル.
008400     COPY ORDFILE.
008500 FD  供給情報ファイル.
008600 01  供給情報レコード.
008700     02  供給商品番号        PIC  X(10).
008800     02  標準リード日数      PIC  9(03).
008900     02  補充リード日数      PIC  9(03).
009000 FD  仕入単価ファイル.
009100 01  仕入単価レコード.
009200     02  仕入単価キー.
009300         03  単価仕入先      PIC  X(04).
009400         03  単価商品番号    PIC  X(10).
009500     02  仕入単価            PIC  9(09).
009600     02  仕入リード日数      PIC  9(03).
009700     02  主仕入区分          PIC  X(01).
009800         88  主仕入先        VALUE "1".
009900*　区分１は注文日ごとの需要，８は主仕入先の仕入単価，９は在庫
010000*　ファイルの現行の発注点・発注量。８・９は商品の最後に置く。
010100 SD  需要ソートファイル.
010200 01  需要ソートレコード.
010300     02  ソート商品番号      PIC  X(10).
010400     02  ソート日付          PIC  X(08).
010500     02  ソート区分          PIC  X(01).
010600         88  ソート需要      VALUE "1".
010700         88  ソート仕入単価  VALUE "8".
010800         88  ソート在庫      VALUE "9".
010900     02  ソート数量          PIC  9(10).
011000     02  ソート単価          PIC  9(09).
011100     02  ソート発注点        PIC  9(08).
011200     02  ソート発注量        PIC  9(08).
011300 FD  見直しリストファイル.
011400 01  見直しリスト行          PIC  X(130).
011500 FD  変更履歴ファイル.
011600 01  変更履歴レコード.
011700     02  履歴日時            PIC  X(14).
011800     02  FILLER              PIC  X(01).
011900     02  履歴商品番号        PIC  X(10).
012000     02  FILLER              PIC  X(01).
012100     02  履歴旧発注点        PIC  9(08).
012200     02  FILLER              PIC  X(01).
012300     02  履歴新発注点        PIC  9(08).
012400     02  FILLER              PIC  X(01).
012500     02  履歴旧発注量        PIC  9(08).
012600     02  FILLER              PIC  X(01).
012700     02  履歴新発注量        PIC  9(08).
012800 WORKING-STORAGE SECTION.
012900 01  見直し案状態            PIC  X(02).
013000     88  見直し案正常        VALUE "00" "05".
013100 01  在庫状態                PIC  X(02).
013200     88  在庫正常            VALUE "00" "05".
013300 01  注文行状態              PIC  X(02).
013400     88  注文行正常          VALUE "00" "05".
013500 01  供給情報状態            PIC  X(02).
013600     88  供給情報正常        VALUE "00" "05".
013700 01  仕入単価状態            PIC  X(02).
013800     88  仕入単価正常        VALUE "00" "05".
013900 01  変更履歴状態            PIC  X(02).
014000     88  変更履歴正常        VALUE "00" "05".
014100*　ファイル状態は入出力のたびに変わるため，オープンの成否は
014200*　別のフラグに控えて判定する。
014300 01  注文行使用可Ｆ          PIC  X(01)  VALUE "N".
014400     88  注文行使用可        VALUE "Y".
014500 01  供給情報使用可Ｆ        PIC  X(01)  VALUE "N".
014600     88  供給情報使用可      VALUE "Y".
014700 01  仕入単価使用可Ｆ        PIC  X(01)  VALUE "N".
014800     88  仕入単価使用可      VALUE "Y".
014900 01  履歴使用可Ｆ            PIC  X(01)  VALUE "N".
015000     88  履歴使用可          VALUE "Y".
015100 01  走査終了フラグ          PIC  X(01).
015200     88  走査終了            VALUE "Y".
015300 01  需要終了フラグ          PIC  X(01).
015400     88  需要終了            VALUE "Y".
015500 01  在庫有無フラグ          PIC  X(01).
015600     88  在庫あり            VALUE "Y".
015700 01  処理区分                PIC  9(01).
015800 01  承認区分                PIC  X(01).
015900 01  現在日時.
016000     02  現在日付８          PIC  9(08).
016100     02  FILLER              PIC  X(13).
016200 01  現在日付分解  REDEFINES 現在日時.
016300     02  現在年月            PIC  9(06).
016400     02  現在年月分解  REDEFINES 現在年月.
016500         03  現在年          PIC  9(04).
016600         03  現在月          PIC  9(02).
016700     02  FILLER              PIC  X(15).
016800*　見直し条件。０を入力したときは既定値とする。
016900 01  対象月数                PIC  9(02).
017000 01  発注費用                PIC  9(07).
017100 01  保管費率                PIC  9(02).
017200*　対象期間は当月の前月末からさかのぼるＮか月。
017300 01  通算月                  PIC  9(07).
017400 01  開始年月                PIC  9(06).
017500 01  開始年月分解  REDEFINES 開始年月.
017600     02  開始年              PIC  9(04).
017700     02  開始月              PIC  9(02).
017800 01  月余り                  PIC  9(02).
017900 01  開始日                  PIC  9(08).
018000 01  終了日                  PIC  9(08).
018100 01  当月初日                PIC  9(08).
018200 01  開始通算日              PIC  9(07).
018300 01  終了通算日              PIC  9(07).
018400 01  期間日数                PIC  9(05).
018500 01  注文日数値              PIC  9(08).
018600*　セット構成取得の受け渡し域。
018700 01  抽出商品番号            PIC  X(10).
018800 01  構成件数                PIC  9(02).
018900 01  構成表.
019000     02  構成明細  OCCURS 20.
019100         03  構成商品番号    PIC  X(10).
019200         03  構成数量        PIC  9(04).
019300 01  構成添字                PIC  9(03)  COMP-5.
019400 01  セット取得結果          PIC  9(01).
019500     88  セット商品          VALUE 0.
019600*　１商品分の需要と見直し結果。
019700 01  処理商品番号            PIC  X(10).
019800 01  処理日付                PIC  X(08).
019900 01  総需要                  PIC  9(11).
020000 01  日需要                  PIC  9(10).
020100 01  最大日需要              PIC  9(08).
020200 01  平均日需要              PIC  9(07)V99.
020300 01  リード日数              PIC  9(03).
020400 01  安全在庫                PIC  9(08).
020500 01  現発注点                PIC  9(08).
020600 01  現発注量                PIC  9(08).
020700 01  新発注点                PIC  9(08).
020800 01  新発注量                PIC  9(08).
020900 01  主仕入単価              PIC  9(09).
021000 01  在庫標準単価            PIC  9(09).
021100 01  評価単価                PIC  9(09).
021200 01  年間需要                PIC  9(11).
021300 01  見直し注記              PIC  X(20).
021400 01  案件数                  PIC  9(07)  VALUE 0.
021500 01  据置件数                PIC  9(07)  VALUE 0.
021600 01  反映件数                PIC  9(05)  VALUE 0.
021700 01  却下件数                PIC  9(05)  VALUE 0.
021800 01  保留件数                PIC  9(05)  VALUE 0.
021900*
022000 01  見直し行編集域.
022100     02  編集商品番号        PIC  X(10).
022200     02  FILLER              PIC  X(01)  VALUE SPACE.
022300     02  編集平均日需要      PIC  ZZZ,ZZ9.99.
022400     02  FILLER              PIC  X(01)  VALUE SPACE.
022500     02  編集最大日需要      PIC  ZZ,ZZZ,ZZ9.
022600     02  FILLER              PIC  X(01)  VALUE SPACE.
022700     02  編集リード日数      PIC  ZZ9.
022800     02  FILLER              PIC  X(01)  VALUE SPACE.
022900     02  編集安全在庫        PIC  ZZ,ZZZ,ZZ9.
023000     02  FILLER              PIC  X(01)  VALUE SPACE.
023100     02  編集現発注点        PIC  ZZ,ZZZ,ZZ9.
023200     02  FILLER              PIC  X(01)  VALUE SPACE.
023300     02  編集新発注点        PIC  ZZ,ZZZ,ZZ9.
023400     02  FILLER              PIC  X(01)  VALUE SPACE.
023500     02  編集現発注量        PIC  ZZ,ZZZ,ZZ9.
023600     02  FILLER              PIC  X(01)  VALUE SPACE.
023700     02  編集新発注量        PIC  ZZ,ZZZ,ZZ9.
023800     02  FILLER              PIC  X(02)  VALUE SPACE.
023900     02  編集注記            PIC  X(20).
024000*
024100 PROCEDURE DIVISION.
024200     DISPLAY "発注点見直し処理".
024300     DISPLAY "処理を選択(1:見直し案作成"
024400             " 2:承認・反映)".
024500     ACCEPT 処理区分 FROM CONSOLE.
024600     MOVE FUNCTION CURRENT-DATE TO 現在日時.
024700     EVALUATE 処理区分
024800       WHEN 1
024900         PERFORM 見直し案作成
025000           THRU 見直し案作成出口
025100       WHEN 2
025200         PERFORM 承認処理
025300           THRU 承認処理出口
025400       WHEN OTHER
025500         DISPLAY "処理区分が正しくありません"
025600     END-EVALUATE.
025700     STOP RUN.
025800*
025900*=================================================================
026000*　見直し案作成
026100*=================================================================
026200 見直し案作成.
026300     DISPLAY "対象月数を入力してください(0:3か月)".
026400     ACCEPT 対象月数 FROM CONSOLE.
026500     IF 対象月数 = 0
026600       MOVE 3 TO 対象月数
026700     END-IF.
026800     DISPLAY "１回の発注費用を入力してください"
026900             "(0:3000円)".
027000     ACCEPT 発注費用 FROM CONSOLE.
027100     IF 発注費用 = 0
027200       MOVE 3000 TO 発注費用
027300     END-IF.
027400     DISPLAY "年間保管費率(%)を入力してください"
027500             "(0:20%)".
027600     ACCEPT 保管費率 FROM CONSOLE.
027700     IF 保管費率 = 0
027800       MOVE 20 TO 保管費率
027900     END-IF.
028000     PERFORM 対象期間算出.
028100     OPEN I-O 見直し案ファイル.
028200     IF NOT 見直し案正常
028300       DISPLAY "見直し案ファイルが開けません"
028400       GO TO 見直し案作成出口
028500     END-IF.
028600     OPEN INPUT 在庫ファイル.
028700     IF NOT 在庫正常
028800       DISPLAY "在庫ファイルが開けません"
028900       CLOSE 見直し案ファイル
029000       GO TO 見直し案作成出口
029100     END-IF.
029200     OPEN INPUT 注文行ファイル.
029300     IF 注文行正常
029400       SET 注文行使用可 TO TRUE
029500     END-IF.
029600     OPEN INPUT 供給情報ファイル.
029700     IF 供給情報正常
029800       SET 供給情報使用可 TO TRUE
029900     END-IF.
030000     OPEN INPUT 仕入単価ファイル.
030100     IF 仕入単価正常
030200       SET 仕入単価使用可 TO TRUE
030300     END-IF.
030400     OPEN OUTPUT 見直しリストファイル.
030500     MOVE SPACE TO 見直しリスト行.
030600     STRING "*** 発注点見直しリスト　期間："
030700            開始日
030800            "－" 終了日
030900            "　発注費用：" 発注費用
031000            "　保管費率：" 保管費率 "%"
031100            DELIMITED BY SIZE INTO 見直しリスト行.
031200     WRITE 見直しリスト行.
031300     MOVE "商品番号   平均日需要" &
031400          " 最大日需要 ﾘｰﾄﾞ" &
031500          "   安全在庫 現発注点   新発注点" &
031600          "   現発注量   新発注量"
031700       TO 見直しリスト行.
031800     WRITE 見直しリスト行.
031900*
032000*　前回の案は今回の案で置き換える。
032100*
032200     PERFORM 前回案削除.
032300     SORT 需要ソートファイル
032400       ASCENDING KEY ソート商品番号 ソート日付
032500                     ソート区分
032600       INPUT PROCEDURE  需要抽出 THRU 需要抽出出口
032700       OUTPUT PROCEDURE 見直し計算
032800                        THRU 見直し計算出口.
032900     MOVE SPACE TO 見直しリスト行.
033000     STRING "見直し案件数：" 案件数
033100            "　据置件数：" 据置件数
033200            DELIMITED BY SIZE INTO 見直しリスト行.
033300     WRITE 見直しリスト行.
033400     CLOSE 見直しリストファイル.
033500     CLOSE 仕入単価ファイル.
033600     CLOSE 供給情報ファイル.
033700     CLOSE 注文行ファイル.
033800     CLOSE 在庫ファイル.
033900     CLOSE 見直し案ファイル.
034000     DISPLAY "見直し案件数：" 案件数.
034100     DISPLAY "据置件数　　：" 据置件数.
034200*
034300 見直し案作成出口.
034400     EXIT.
034500*
034600*　期間は当月から対象月数さかのぼった月の１日から前月末まで。
034700*
034800 対象期間算出.
034900     COMPUTE 通算月 =
035000         現在年 * 12 + 現在月 - 1 - 対象月数.
035100     DIVIDE 通算月 BY 12 GIVING 開始年 REMAINDER 月余り.
035200     COMPUTE 開始月 = 月余り + 1.
035300     COMPUTE 開始日 = 開始年月 * 100 + 1.
035400     COMPUTE 当月初日 = 現在年月 * 100 + 1.
035500     COMPUTE 開始通算日 =
035600         FUNCTION INTEGER-OF-DATE(開始日).
035700     COMPUTE 終了通算日 =
035800         FUNCTION INTEGER-OF-DATE(当月初日) - 1.
035900     COMPUTE 終了日 =
036000         FUNCTION DATE-OF-INTEGER(終了通算日).
036100     COMPUTE 期間日数 = 終了通算日 - 開始通算日 + 1.
036200*
036300 前回案削除.
036400     MOVE "N" TO 走査終了フラグ.
036500     MOVE LOW-VALUE TO 案商品番号.
036600     START 見直し案ファイル KEY > 案商品番号
036700       INVALID KEY
036800         SET 走査終了 TO TRUE
036900     END-START.
037000     PERFORM 前回案削除明細 UNTIL 走査終了.
037100*
037200 前回案削除明細.
037300     READ 見直し案ファイル NEXT RECORD
037400       AT END
037500         SET 走査終了 TO TRUE
037600       NOT AT END
037700         DELETE 見直し案ファイル
037800     END-READ.
037900*
038000*=================================================================
038100*　需要の抽出（ソート入力）
038200*=================================================================
038300 需要抽出.
038400     IF 注文行使用可
038500       PERFORM 注文需要抽出
038600     END-IF.
038700     IF 仕入単価使用可
038800       PERFORM 仕入単価抽出
038900     END-IF.
039000     PERFORM 在庫抽出.
039100*
039200 需要抽出出口.
039300     EXIT.
039400*
039500*　注文日が対象期間内の注文行（取消済を除く）を需要とする。
039600*
039700 注文需要抽出.
039800     MOVE "N" TO 走査終了フラグ.
039900     MOVE 0 TO 注文行番号.
040000     START 注文行ファイル KEY > 注文行番号
040100       INVALID KEY
040200         SET 走査終了 TO TRUE
040300     END-START.
040400     PERFORM 注文需要明細 UNTIL 走査終了.
040500*
040600 注文需要明細.
040700     READ 注文行ファイル NEXT RECORD
040800       AT END
040900         SET 走査終了 TO TRUE
041000       NOT AT END
041100         IF 注文日 IS NUMERIC AND NOT 注文取消済
041200           MOVE 注文日 TO 注文日数値
041300           IF 注文日数値 >= 開始日
041400              AND 注文日数値 <= 終了日
041500             INITIALIZE 需要ソートレコード
041600             MOVE 注文日 TO ソート日付
041700             SET ソート需要 TO TRUE
041800             MOVE 注文商品番号 TO 抽出商品番号
041900             PERFORM 構成展開リリース
042000           END-IF
042100         END-IF
042200     END-READ.
042300*
042400*　セット商品は構成数量を掛けて構成商品の需要にする。
042500*
042600 構成展開リリース.
042700     CALL "セット構成取得" USING 抽出商品番号
042800          構成件数 構成表 セット取得結果.
042900     IF セット商品
043000       PERFORM 構成リリース
043100         VARYING 構成添字 FROM 1 BY 1
043200         UNTIL 構成添字 > 構成件数
043300     ELSE
043400       MOVE 抽出商品番号 TO ソート商品番号
043500       MOVE 注文数量     TO ソート数量
043600       RELEASE 需要ソートレコード
043700     END-IF.
043800*
043900 構成リリース.
044000     MOVE 構成商品番号(構成添字)
044100       TO ソート商品番号.
044200     COMPUTE ソート数量 =
044300         注文数量 * 構成数量(構成添字).
044400     RELEASE 需要ソートレコード.
044500*
044600*　保管費の基になる単価は主仕入先の仕入単価とする。
044700*
044800 仕入単価抽出.
044900     MOVE "N" TO 走査終了フラグ.
045000     MOVE LOW-VALUE TO 仕入単価キー.
045100     START 仕入単価ファイル KEY > 仕入単価キー
045200       INVALID KEY
045300         SET 走査終了 TO TRUE
045400     END-START.
045500     PERFORM 仕入単価明細 UNTIL 走査終了.
045600*
045700 仕入単価明細.
045800     READ 仕入単価ファイル NEXT RECORD
045900       AT END
046000         SET 走査終了 TO TRUE
046100       NOT AT END
046200         IF 主仕入先
046300           INITIALIZE 需要ソートレコード
046400           MOVE 単価商品番号 TO ソート商品番号
046500           MOVE "99999999"   TO ソート日付
046600           SET ソート仕入単価 TO TRUE
046700           MOVE 仕入単価     TO ソート単価
046800           RELEASE 需要ソートレコード
046900         END-IF
047000     END-READ.
047100*
047200 在庫抽出.
047300     MOVE "N" TO 走査終了フラグ.
047400     MOVE LOW-VALUE TO 在庫商品番号.
047500     START 在庫ファイル KEY > 在庫商品番号
047600       INVALID KEY
047700         SET 走査終了 TO TRUE
047800     END-START.
047900     PERFORM 在庫抽出明細 UNTIL 走査終了.
048000*
048100 在庫抽出明細.
048200     READ 在庫ファイル NEXT RECORD
048300       AT END
048400         SET 走査終了 TO TRUE
048500       NOT AT END
048600         INITIALIZE 需要ソートレコード
048700         MOVE 在庫商品番号 TO ソート商品番号
048800         MOVE "99999999"   TO ソート日付
048900         SET ソート在庫 TO TRUE
049000         MOVE 標準単価     TO ソート単価
049100         MOVE 発注点       TO ソート発注点
049200         MOVE 発注量       TO ソート発注量
049300         RELEASE 需要ソートレコード
049400     END-READ.
049500*
049600*=================================================================
049700*　見直しの計算（ソート出力）
049800*=================================================================
049900 見直し計算.
050000     MOVE "N" TO 需要終了フラグ.
050100     PERFORM 需要読込.
050200     PERFORM 商品処理 UNTIL 需要終了.
050300*
050400 見直し計算出口.
050500     EXIT.
050600*
050700 需要読込.
050800     RETURN 需要ソートファイル
050900       AT END
051000         SET 需要終了 TO TRUE
051100     END-RETURN.
051200*
051300 商品処理.
051400     MOVE ソート商品番号 TO 処理商品番号.
051500     MOVE SPACE TO 処理日付.
051600     MOVE 0 TO 総需要 日需要 最大日需要.
051700     MOVE 0 TO 主仕入単価 在庫標準単価.
051800     MOVE "N" TO 在庫有無フラグ.
051900     PERFORM 需要適用
052000       UNTIL 需要終了
052100          OR ソート商品番号 NOT = 処理商品番号.
052200     PERFORM 日需要締め.
052300*　在庫ファイルに無い商品は発注点が無いため見直さない。
052400     IF 在庫あり
052500       PERFORM 見直し１件
052600         THRU 見直し１件出口
052700     END-IF.
052800*
052900 需要適用.
053000     EVALUATE TRUE
053100       WHEN ソート需要
053200         IF ソート日付 NOT = 処理日付
053300           PERFORM 日需要締め
053400           MOVE ソート日付 TO 処理日付
053500         END-IF
053600         ADD ソート数量 TO 日需要 総需要
053700       WHEN ソート仕入単価
053800         MOVE ソート単価 TO 主仕入単価
053900       WHEN ソート在庫
054000         SET 在庫あり TO TRUE
054100         MOVE ソート単価   TO 在庫標準単価
054200         MOVE ソート発注点 TO 現発注点
054300         MOVE ソート発注量 TO 現発注量
054400     END-EVALUATE.
054500     PERFORM 需要読込.
054600*
054700 日需要締め.
054800     IF 日需要 > 最大日需要
054900       MOVE 日需要 TO 最大日需要
055000     END-IF.
055100     MOVE 0 TO 日需要.
055200*
055300*　発注点＝平均日需要×リード日数＋安全在庫，安全在庫＝（最大
055400*　日需要－平均日需要）×リード日数。発注量は経済的発注量
055500*　√（２×年間需要×発注費用÷（単価×保管費率））とし，需要
055600*　や単価が無いときは現行の発注量を据え置く。
055700*
055800 見直し１件.
055900     MOVE SPACE TO 見直し注記.
056000     MOVE 14 TO リード日数.
056100     IF 供給情報使用可
056200       MOVE 処理商品番号 TO 供給商品番号
056300       READ 供給情報ファイル
056400         INVALID KEY
056500           CONTINUE
056600         NOT INVALID KEY
056700           MOVE 補充リード日数 TO リード日数
056800       END-READ
056900     END-IF.
057000     COMPUTE 平均日需要 ROUNDED = 総需要 / 期間日数.
057100     COMPUTE 安全在庫 ROUNDED =
057200         (最大日需要 - 平均日需要) * リード日数.
057300     COMPUTE 新発注点 ROUNDED =
057400         平均日需要 * リード日数 + 安全在庫.
057500     IF 主仕入単価 NOT = 0
057600       MOVE 主仕入単価 TO 評価単価
057700     ELSE
057800       MOVE 在庫標準単価 TO 評価単価
057900     END-IF.
058000     EVALUATE TRUE
058100       WHEN 総需要 = 0
058200         MOVE 現発注量 TO 新発注量
058300         MOVE "需要なし" TO 見直し注記
058400       WHEN 評価単価 = 0
058500         MOVE 現発注量 TO 新発注量
058600         MOVE "単価なし発注量据置" TO 見直し注記
058700       WHEN OTHER
058800         COMPUTE 年間需要 ROUNDED = 平均日需要 * 365
058900         COMPUTE 新発注量 ROUNDED =
059000             FUNCTION SQRT(2 * 年間需要 * 発注費用 * 100
059100                           / (評価単価 * 保管費率))
059200         IF 新発注量 = 0
059300           MOVE 1 TO 新発注量
059400         END-IF
059500     END-EVALUATE.
059600     IF 新発注点 = 現発注点
059700        AND 新発注量 = 現発注量
059800       ADD 1 TO 据置件数
059900       GO TO 見直し１件出口
060000     END-IF.
060100     MOVE 処理商品番号 TO 案商品番号.
060200     MOVE 現在日付８   TO 案作成日.
060300     MOVE 対象月数     TO 案対象月数.
060400     MOVE 平均日需要   TO 案平均日需要.
060500     MOVE 最大日需要   TO 案最大日需要.
060600     MOVE リード日数   TO 案リード日数.
060700     MOVE 安全在庫     TO 案安全在庫.
060800     MOVE 現発注点     TO 案現発注点.
060900     MOVE 現発注量     TO 案現発注量.
061000     MOVE 新発注点     TO 案新発注点.
061100     MOVE 新発注量     TO 案新発注量.
061200     WRITE 見直し案レコード
061300       INVALID KEY
061400         DISPLAY "見直し案が重複しています："
061500                 案商品番号
061600         GO TO 見直し１件出口
061700     END-WRITE.
061800     ADD 1 TO 案件数.
061900     MOVE 案商品番号   TO 編集商品番号.
062000     MOVE 案平均日需要 TO 編集平均日需要.
062100     MOVE 案最大日需要 TO 編集最大日需要.
062200     MOVE 案リード日数 TO 編集リード日数.
062300     MOVE 案安全在庫   TO 編集安全在庫.
062400     MOVE 案現発注点   TO 編集現発注点.
062500     MOVE 案新発注点   TO 編集新発注点.
062600     MOVE 案現発注量   TO 編集現発注量.
062700     MOVE 案新発注量   TO 編集新発注量.
062800     MOVE 見直し注記   TO 編集注記.
062900     MOVE 見直し行編集域 TO 見直しリスト行.
063000     WRITE 見直しリスト行.
063100*
063200 見直し１件出口.
063300     EXIT.
063400*
063500*=================================================================
063600*　承認・反映。案を１件ずつ示し，承認した案を在庫ファイルへ
063700*　反映する。却下した案は消し，それ以外は保留として残す。
063800*=================================================================
063900 承認処理.
064000     OPEN I-O 見直し案ファイル.
064100     IF NOT 見直し案正常
064200       DISPLAY "見直し案ファイルが開けません"
064300       GO TO 承認処理出口
064400     END-IF.
064500     OPEN I-O 在庫ファイル.
064600     IF NOT 在庫正常
064700       DISPLAY "在庫ファイルが開けません"
064800       CLOSE 見直し案ファイル
064900       GO TO 承認処理出口
065000     END-IF.
065100     OPEN EXTEND 変更履歴ファイル.
065200     IF 変更履歴正常
065300       SET 履歴使用可 TO TRUE
065400     END-IF.
065500     MOVE "N" TO 走査終了フラグ.
065600     MOVE LOW-VALUE TO 案商品番号.
065700     START 見直し案ファイル KEY > 案商品番号
065800       INVALID KEY
065900         SET 走査終了 TO TRUE
066000     END-START.
066100     PERFORM 承認明細 UNTIL 走査終了.
066200     CLOSE 変更履歴ファイル.
066300     CLOSE 在庫ファイル.
066400     CLOSE 見直し案ファイル.
066500     DISPLAY "反映件数：" 反映件数.
066600     DISPLAY "却下件数：" 却下件数.
066700     DISPLAY "保留件数：" 保留件数.
066800*
066900 承認処理出口.
067000     EXIT.
067100*
067200 承認明細.
067300     READ 見直し案ファイル NEXT RECORD
067400       AT END
067500         SET 走査終了 TO TRUE
067600       NOT AT END
067700         PERFORM 承認１件
067800           THRU 承認１件出口
067900     END-READ.
068000*
068100 承認１件.
068200     MOVE 案商品番号 TO 在庫商品番号.
068300     READ 在庫ファイル
068400       INVALID KEY
068500         DISPLAY "警告：在庫に無い商品の案 "
068600                 案商品番号
068700         DELETE 見直し案ファイル
068800         ADD 1 TO 却下件数
068900         GO TO 承認１件出口
069000     END-READ.
069100     DISPLAY "商品：" 案商品番号
069200             " 平均日需要：" 案平均日需要
069300             " 最大日需要：" 案最大日需要
069400             " リード：" 案リード日数.
069500     DISPLAY "発注点：" 発注点 "→" 案新発注点
069600             " 発注量：" 発注量 "→" 案新発注量.
069700     IF 発注点 NOT = 案現発注点
069800        OR 発注量 NOT = 案現発注量
069900       DISPLAY "注意：案の作成後に発注点"
070000               "・発注量が変更されています"
070100     END-IF.
070200     DISPLAY "反映しますか"
070300             "(Y:反映 N:却下 他:保留)".
070400     ACCEPT 承認区分 FROM CONSOLE.
070500     EVALUATE 承認区分
070600       WHEN "Y"
070700       WHEN "y"
070800         PERFORM 案反映
070900         DELETE 見直し案ファイル
071000       WHEN "N"
071100       WHEN "n"
071200         DELETE 見直し案ファイル
071300         ADD 1 TO 却下件数
071400         DISPLAY "見直し案を却下しました"
071500       WHEN OTHER
071600         ADD 1 TO 保留件数
071700         DISPLAY "保留にしました"
071800     END-EVALUATE.
071900*
072000 承認１件出口.
072100     EXIT.
072200*
072300 案反映.
072400     MOVE FUNCTION CURRENT-DATE TO 現在日時.
072500     MOVE SPACE        TO 変更履歴レコード.
072600     MOVE 現在日時(1:14) TO 履歴日時.
072700     MOVE 案商品番号   TO 履歴商品番号.
072800     MOVE 発注点       TO 履歴旧発注点.
072900     MOVE 発注量       TO 履歴旧発注量.
073000     MOVE 案新発注点   TO 発注点 履歴新発注点.
073100     MOVE 案新発注量   TO 発注量 履歴新発注量.
073200     REWRITE 在庫レコード.
073300     IF 履歴使用可
073400       WRITE 変更履歴レコード
073500     END-IF.
073600     ADD 1 TO 反映件数.
073700     DISPLAY "発注点・発注量を反映しました".
