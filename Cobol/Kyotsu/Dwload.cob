000100*=================================================================
000200*　共通：分析用データベース夜間ロード
000300*
000400*　　経営からの随時の問合せに答えられるよう，売上（URIAGE）・
000500*　給与台帳（KYUYO）・会議室予約履歴（RSVHIST）・オンライン
000600*　ストア注文行（ORDERF）・貯金（tyokin.dat）をSQL Serverの
000700*　分析用の表へ毎晩洗い替えで積む夜間バッチ。接続はSAMPLE11と
000800*　同じくODBCの既定サーバ（DEFAULT）を使う。
000900*
001000*　　表ごとに全行を削除してから挿入し，指定件数ごとにコミット
001100*　する。表ごとの読込件数・登録件数・結果をロードログ
001200*　（DWLOAD.LOG）へ残す。途中で失敗した表は未コミット分を取り
001300*　消して異常として記録し，残りの表のロードは続ける（異常の表
001400*　にはそれまでにコミットした行だけが残る）。
001500*
001600*　　暗証番号や口座番号のような機密項目は表へ写さない。貯金は
001700*　証書番号で行を識別し，貯金番号（口座番号）と暗証番号を落と
001800*　す。給与台帳は振込先を持たず，支給・控除の主な項目を写す
001900*　（天引額は貸付と社内預金の合計だけを写す）。
002000*
002100*　　ロード表：
002200*　　　DW_URIAGE　売上　　　　DW_KYUYO　給与台帳
002300*　　　DW_RSVHIST 会議室予約　DW_ORDERF 注文行
002400*　　　DW_TYOKIN　貯金残高
002500*
002600*     Copyright 1992-2015 FUJITSU LIMITED
002700*=================================================================
002800 IDENTIFICATION DIVISION.
002900  PROGRAM-ID. DWLOAD.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL 売上ファイル ASSIGN TO SALEFILE
003400       ORGANIZATION IS INDEXED
003500       ACCESS MODE  IS SEQUENTIAL
003600       RECORD KEY   IS 商品コード OF 売上レコード
003700                        WITH DUPLICATES
003800       ALTERNATE RECORD KEY IS 受注日
003900                        WITH DUPLICATES
004000       FILE STATUS  IS 売上ファイル状態.
004100     SELECT OPTIONAL 給与台帳ファイル
004200       ASSIGN TO "KYUYO"
004300       ORGANIZATION IS INDEXED
004400       ACCESS MODE  IS SEQUENTIAL
004500       RECORD KEY   IS 台帳キー
004600       FILE STATUS  IS 給与台帳状態.
004700     SELECT OPTIONAL 予約履歴ファイル
004800       ASSIGN TO "RSVHIST"
004900       ORGANIZATION IS INDEXED
005000       ACCESS MODE  IS SEQUENTIAL
005100       RECORD KEY   IS 履歴予約番号
005200       FILE STATUS  IS 予約履歴状態.
005300     SELECT OPTIONAL 注文行ファイル
005400       ASSIGN TO "ORDERF"
005500       ORGANIZATION IS INDEXED
005600       ACCESS MODE  IS SEQUENTIAL
005700       RECORD KEY   IS 注文行番号
005800       FILE STATUS  IS 注文行状態.
005900     SELECT OPTIONAL 貯金ファイル
006000       ASSIGN TO "tyokin.dat"
006100       ORGANIZATION IS INDEXED
006200       ACCESS MODE  IS SEQUENTIAL
006300       RECORD KEY   IS 貯金番号
006400       FILE STATUS  IS 貯金ファイル状態.
006500     SELECT OPTIONAL ロードログファイル
006600       ASSIGN TO "DWLOAD.LOG"
006700       ORGANIZATION IS LINE SEQUENTIAL
006800       FILE STATUS  IS ロードログ状態.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  売上ファイル.
007200     COPY URIAGE OF COPYLIB.
007300 FD  給与台帳ファイル.
007400     COPY KYUYOREC.
007500 FD  予約履歴ファイル.
007600     COPY RSVHIST2.
007700 FD  注文行ファイル.
007800     COPY ORDFILE.
007900 FD  貯金ファイル.
008000 01  貯金レコード.
008100     03  貯金番号            PIC  9(5).
008200     03  証書番号            PIC  9(4).
008300     03  氏名                PIC  N(6).
008400     03  貯金額              PIC  9(9).
008500     03  暗証番号            PIC  9(4).
008600     03  休眠区分            PIC  X(1).
008700 FD  ロードログファイル.
008800 01  ロードログ行            PIC  X(100).
008900 WORKING-STORAGE SECTION.
009000*=================================================================
009100*  ホスト変数宣言
009200*=================================================================
009300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009400 01  売上行.
009500     02  売上行商品コード    PIC  X(04).
009600     02  売上行商品名        PIC  N(20).
009700     02  売上行受注日        PIC  X(08).
009800     02  売上行数量          PIC S9(09)  COMP-5.
009900     02  売上行金額          PIC S9(09)  COMP-5.
010000     02  売上行得意先        PIC  X(04).
010100     02  売上行原価          PIC S9(09)  COMP-5.
010200     02  売上行担当          PIC  X(04).
010300 01  給与行.
010400     02  給与行従業員番号    PIC S9(09)  COMP-5.
010500     02  給与行支給年月      PIC S9(09)  COMP-5.
010600     02  給与行部門          PIC  X(04).
010700     02  給与行職級          PIC S9(04)  COMP-5.
010800     02  給与行基本給        PIC S9(09)  COMP-5.
010900     02  給与行職務手当      PIC S9(09)  COMP-5.
011000     02  給与行時間外手当    PIC S9(09)  COMP-5.
011100     02  給与行通勤手当      PIC S9(09)  COMP-5.
011200     02  給与行歩合手当      PIC S9(09)  COMP-5.
011300     02  給与行調整額        PIC S9(09)  COMP-5.
011400     02  給与行所得税        PIC S9(09)  COMP-5.
011500     02  給与行社会保険料    PIC S9(09)  COMP-5.
011600     02  給与行住民税        PIC S9(09)  COMP-5.
011700     02  給与行雇用保険料    PIC S9(09)  COMP-5.
011800     02  給与行天引額        PIC S9(09)  COMP-5.
011900     02  給与行差引支給額    PIC S9(09)  COMP-5.
012000 01  予約行.
012100     02  予約行番号          PIC S9(09)  COMP-5.
012200     02  予約行会議室        PIC S9(09)  COMP-5.
012300     02  予約行利用日        PIC  X(08).
012400     02  予約行開始          PIC S9(04)  COMP-5.
012500     02  予約行終了          PIC S9(04)  COMP-5.
012600     02  予約行申込者        PIC  X(20).
012700     02  予約行部門          PIC  X(04).
012800     02  予約行状態          PIC  X(01).
012900     02  予約行チェックイン  PIC  X(01).
013000     02  予約行登録日時      PIC  X(14).
013100 01  注文表行.
013200     02  注文表行番号        PIC S9(09)  COMP-5.
013300     02  注文表番号          PIC  X(12).
013400     02  注文表顧客ＩＤ      PIC  X(32).
013500     02  注文表日付          PIC  X(08).
013600     02  注文表商品番号      PIC  X(10).
013700     02  注文表数量          PIC S9(18)  COMP-5.
013800     02  注文表単価          PIC S9(09)  COMP-5.
013900     02  注文表金額          PIC S9(18)  COMP-5.
014000     02  注文表状態          PIC  X(01).
014100     02  注文表出荷日        PIC  X(08).
014200     02  注文表倉庫          PIC  X(03).
014300     02  注文表送料          PIC S9(09)  COMP-5.
014400     02  注文表ポイント      PIC S9(09)  COMP-5.
014500     02  注文表請求番号      PIC S9(09)  COMP-5.
014600     02  注文表配送状況      PIC  X(01).
014700     02  注文表配達日        PIC S9(09)  COMP-5.
014800 01  貯金表行.
014900     02  貯金表証書番号      PIC S9(04)  COMP-5.
015000     02  貯金表氏名          PIC  N(06).
015100     02  貯金表貯金額        PIC S9(09)  COMP-5.
015200     02  貯金表休眠区分      PIC  X(01).
015300 01  SQLSTATE                PIC  X(05).
015400 01  SQLMSG                  PIC  X(128).
015500     EXEC SQL END DECLARE SECTION END-EXEC.
015600*
015700 77  売上ファイル状態        PIC  X(02).
015800     88  売上ファイル正常    VALUE "00" "05".
015900 77  給与台帳状態            PIC  X(02).
016000     88  給与台帳正常        VALUE "00" "05".
016100 77  予約履歴状態            PIC  X(02).
016200     88  予約履歴正常        VALUE "00" "05".
016300 77  注文行状態              PIC  X(02).
016400     88  注文行正常          VALUE "00" "05".
016500 77  貯金ファイル状態        PIC  X(02).
016600     88  貯金ファイル正常    VALUE "00" "05".
016700 77  ロードログ状態          PIC  X(02).
016800 77  読込終了フラグ          PIC  X(01).
016900     88  読込終了            VALUE "Y".
017000 77  ロード失敗フラグ        PIC  X(01).
017100     88  ロード失敗          VALUE "Y".
017200 77  接続済フラグ            PIC  X(01)  VALUE "N".
017300     88  接続済              VALUE "Y".
017400 77  コミット件数            PIC  9(05).
017500 77  未確定件数              PIC  9(05).
017600 77  読込件数                PIC  9(07).
017700 77  確定件数                PIC  9(07).
017800 77  正常表数                PIC  9(02)  VALUE 0.
017900 77  異常表数                PIC  9(02)  VALUE 0.
018000 77  ロード表名              PIC  X(10).
018100 77  ロード結果              PIC  X(06).
018200 77  失敗SQLSTATE            PIC  X(05).
018300 77  失敗メッセージ          PIC  X(40).
018400 01  現在日時.
018500     02  現在日時１４        PIC  X(14).
018600     02  FILLER              PIC  X(07).
018700 01  運用通知域.
018800     02  通知プログラム      PIC  X(08)  VALUE "DWLOAD".
018900     02  通知重大度          PIC  X(01).
019000     02  通知本文            PIC  X(60).
019100*
019200 PROCEDURE DIVISION.
019300     DISPLAY "分析用データベース夜間ロード".
019400     DISPLAY "コミット件数を入力してください"
019450             "(0:1000件)".
019500     ACCEPT コミット件数 FROM CONSOLE.
019600     IF コミット件数 = 0
019700       MOVE 1000 TO コミット件数
019800     END-IF.
019900     MOVE FUNCTION CURRENT-DATE TO 現在日時.
020000     OPEN EXTEND ロードログファイル.
020100     MOVE SPACE TO ロードログ行.
020200     STRING "H " 現在日時１４
020250            " コミット件数:" コミット件数
020300            DELIMITED BY SIZE INTO ロードログ行.
020400     WRITE ロードログ行.
020500*
020600*　例外はSQLSTATEで表ごとに判定するため，WHENEVERでは飛ばさない。
020700*
020800     EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
020900     EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
021000     EXEC SQL CONNECT TO DEFAULT END-EXEC.
021100     IF SQLSTATE = "00000" OR SQLSTATE = "01000"
021200       SET 接続済 TO TRUE
021300     ELSE
021400       PERFORM 接続失敗処理
021500       GO TO ロード終了処理
021600     END-IF.
021700*
021800     PERFORM 売上ロード.
021900     PERFORM 給与ロード.
022000     PERFORM 予約ロード.
022100     PERFORM 注文ロード.
022200     PERFORM 貯金ロード.
022300*
022400 ロード終了処理.
022500     IF 接続済
022600       EXEC SQL DISCONNECT DEFAULT END-EXEC
022700     END-IF.
022800     MOVE FUNCTION CURRENT-DATE TO 現在日時.
022900     MOVE SPACE TO ロードログ行.
023000     STRING "T " 現在日時１４ " 正常:" 正常表数
023100            " 異常:" 異常表数
023200            DELIMITED BY SIZE INTO ロードログ行.
023300     WRITE ロードログ行.
023400     CLOSE ロードログファイル.
023500     DISPLAY "正常表数：" 正常表数.
023600     DISPLAY "異常表数：" 異常表数.
023700     IF 異常表数 NOT = 0
023800       MOVE "E" TO 通知重大度
023900       MOVE SPACE TO 通知本文
024000       STRING "分析用ロードで異常の表あり"
024050              "　表数："
024100              異常表数
024200              DELIMITED BY SIZE INTO 通知本文
024300       CALL "運用通知" USING 通知プログラム
024400            通知重大度 通知本文
024500     END-IF.
024600     STOP RUN.
024700*
024800*　接続できない場合は全表を異常として記録する。
024900*
025000 接続失敗処理.
025100     MOVE SQLSTATE   TO 失敗SQLSTATE.
025200     MOVE SQLMSG     TO 失敗メッセージ.
025300     MOVE 5 TO 異常表数.
025400     MOVE SPACE TO ロードログ行.
025500     STRING "E 接続失敗 SQLSTATE:" 失敗SQLSTATE
025600            " " 失敗メッセージ
025700            DELIMITED BY SIZE INTO ロードログ行.
025800     WRITE ロードログ行.
025900     DISPLAY "データベースに接続できません".
026000     DISPLAY "       SQLSTATE : " SQLSTATE.
026100     DISPLAY "       SQLMSG   : " SQLMSG.
026200*
026300*=================================================================
026400*  売上
026500*=================================================================
026600 売上ロード.
026700     MOVE "DW_URIAGE" TO ロード表名.
026800     PERFORM ロード開始.
026900     EXEC SQL DELETE FROM DW_URIAGE END-EXEC.
027000     PERFORM 削除結果判定.
027100     OPEN INPUT 売上ファイル.
027200     IF NOT 売上ファイル正常
027300       SET 読込終了 TO TRUE
027400     END-IF.
027500     PERFORM 売上ロード明細
027600       UNTIL 読込終了 OR ロード失敗.
027700     CLOSE 売上ファイル.
027800     PERFORM ロード完了.
027900*
028000 売上ロード明細.
028100     READ 売上ファイル NEXT RECORD
028200       AT END
028300         SET 読込終了 TO TRUE
028400       NOT AT END
028500         ADD 1 TO 読込件数
028600         MOVE 商品コード OF 売上レコード
028700                             TO 売上行商品コード
028800         MOVE 商品名         TO 売上行商品名
028900         MOVE 受注日         TO 売上行受注日
029000         MOVE 数量           TO 売上行数量
029100         MOVE 金額           TO 売上行金額
029200         MOVE 得意先コード   TO 売上行得意先
029300         MOVE 原価金額       TO 売上行原価
029400         MOVE 営業担当コード TO 売上行担当
029500         EXEC SQL
029600           INSERT INTO DW_URIAGE
029700             (商品コード, 商品名, 受注日, 数量, 金額,
029800              得意先コード, 原価金額, 営業担当コード)
029900           VALUES
030000             (:売上行商品コード, :売上行商品名,
030100              :売上行受注日, :売上行数量, :売上行金額,
030200              :売上行得意先, :売上行原価, :売上行担当)
030300         END-EXEC
030400         PERFORM 挿入結果判定
030500     END-READ.
030600*
030700*=================================================================
030800*  給与台帳
030900*=================================================================
031000 給与ロード.
031100     MOVE "DW_KYUYO" TO ロード表名.
031200     PERFORM ロード開始.
031300     EXEC SQL DELETE FROM DW_KYUYO END-EXEC.
031400     PERFORM 削除結果判定.
031500     OPEN INPUT 給与台帳ファイル.
031600     IF NOT 給与台帳正常
031700       SET 読込終了 TO TRUE
031800     END-IF.
031900     PERFORM 給与ロード明細
032000       UNTIL 読込終了 OR ロード失敗.
032100     CLOSE 給与台帳ファイル.
032200     PERFORM ロード完了.
032300*
032400 給与ロード明細.
032500     READ 給与台帳ファイル NEXT RECORD
032600       AT END
032700         SET 読込終了 TO TRUE
032800       NOT AT END
032900         ADD 1 TO 読込件数
033000         MOVE 台帳従業員番号   TO 給与行従業員番号
033100         MOVE 台帳支給年月     TO 給与行支給年月
033200         MOVE 台帳部門コード   TO 給与行部門
033300         MOVE 台帳職級         TO 給与行職級
033400         MOVE 台帳基本給       TO 給与行基本給
033500         MOVE 台帳職務手当     TO 給与行職務手当
033600         MOVE 台帳時間外手当   TO 給与行時間外手当
033700         MOVE 台帳通勤手当     TO 給与行通勤手当
033800         MOVE 台帳歩合手当     TO 給与行歩合手当
033900         MOVE 台帳調整額       TO 給与行調整額
034000         MOVE 台帳所得税       TO 給与行所得税
034100         MOVE 台帳社会保険料   TO 給与行社会保険料
034200         MOVE 台帳住民税       TO 給与行住民税
034300         MOVE 台帳雇用保険料   TO 給与行雇用保険料
034400         COMPUTE 給与行天引額 =
034500             台帳貸付天引額 + 台帳社内預金額
034600         MOVE 台帳差引支給額   TO 給与行差引支給額
034700         EXEC SQL
034800           INSERT INTO DW_KYUYO
034900             (従業員番号, 支給年月, 部門コード, 職級,
035000              基本給, 職務手当, 時間外手当, 通勤手当,
035100              歩合手当, 調整額, 所得税, 社会保険料,
035200              住民税, 雇用保険料, 天引額, 差引支給額)
035300           VALUES
035400             (:給与行従業員番号, :給与行支給年月,
035500              :給与行部門, :給与行職級,
035600              :給与行基本給, :給与行職務手当,
035700              :給与行時間外手当, :給与行通勤手当,
035800              :給与行歩合手当, :給与行調整額,
035900              :給与行所得税, :給与行社会保険料,
036000              :給与行住民税, :給与行雇用保険料,
036100              :給与行天引額, :給与行差引支給額)
036200         END-EXEC
036300         PERFORM 挿入結果判定
036400     END-READ.
036500*
036600*=================================================================
036700*  会議室予約履歴
036800*=================================================================
036900 予約ロード.
037000     MOVE "DW_RSVHIST" TO ロード表名.
037100     PERFORM ロード開始.
037200     EXEC SQL DELETE FROM DW_RSVHIST END-EXEC.
037300     PERFORM 削除結果判定.
037400     OPEN INPUT 予約履歴ファイル.
037500     IF NOT 予約履歴正常
037600       SET 読込終了 TO TRUE
037700     END-IF.
037800     PERFORM 予約ロード明細
037900       UNTIL 読込終了 OR ロード失敗.
038000     CLOSE 予約履歴ファイル.
038100     PERFORM ロード完了.
038200*
038300 予約ロード明細.
038400     READ 予約履歴ファイル NEXT RECORD
038500       AT END
038600         SET 読込終了 TO TRUE
038700       NOT AT END
038800         ADD 1 TO 読込件数
038900         MOVE 履歴予約番号     TO 予約行番号
039000         MOVE 履歴会議室番号   TO 予約行会議室
039100         MOVE 履歴利用日       TO 予約行利用日
039200         MOVE 履歴開始時刻     TO 予約行開始
039300         MOVE 履歴終了時刻     TO 予約行終了
039400         MOVE 履歴申込者       TO 予約行申込者
039500         MOVE 履歴部門コード   TO 予約行部門
039600         MOVE 履歴状態         TO 予約行状態
039700         MOVE 履歴チェックイン
039750                               TO 予約行チェックイン
039800         MOVE 履歴登録日時     TO 予約行登録日時
039900         EXEC SQL
040000           INSERT INTO DW_RSVHIST
040100             (予約番号, 会議室番号, 利用日, 開始時刻,
040200              終了時刻, 申込者, 部門コード, 状態,
040300              チェックイン, 登録日時)
040400           VALUES
040500             (:予約行番号, :予約行会議室, :予約行利用日,
040600              :予約行開始, :予約行終了, :予約行申込者,
040700              :予約行部門, :予約行状態,
040800              :予約行チェックイン, :予約行登録日時)
040900         END-EXEC
041000         PERFORM 挿入結果判定
041100     END-READ.
041200*
041300*=================================================================
041400*  オンラインストア注文行
041500*=================================================================
041600 注文ロード.
041700     MOVE "DW_ORDERF" TO ロード表名.
041800     PERFORM ロード開始.
041900     EXEC SQL DELETE FROM DW_ORDERF END-EXEC.
042000     PERFORM 削除結果判定.
042100     OPEN INPUT 注文行ファイル.
042200     IF NOT 注文行正常
042300       SET 読込終了 TO TRUE
042400     END-IF.
042500     PERFORM 注文ロード明細
042600       UNTIL 読込終了 OR ロード失敗.
042700     CLOSE 注文行ファイル.
042800     PERFORM ロード完了.
042900*
043000 注文ロード明細.
043100     READ 注文行ファイル NEXT RECORD
043200       AT END
043300         SET 読込終了 TO TRUE
043400       NOT AT END
043500         ADD 1 TO 読込件数
043600         MOVE 注文行番号       TO 注文表行番号
043700         MOVE 注文番号         TO 注文表番号
043800         MOVE 注文顧客ＩＤ     TO 注文表顧客ＩＤ
043900         MOVE 注文日           TO 注文表日付
044000         MOVE 注文商品番号     TO 注文表商品番号
044100         MOVE 注文数量         TO 注文表数量
044200         MOVE 注文単価         TO 注文表単価
044300         MOVE 注文金額         TO 注文表金額
044400         MOVE 注文状態         TO 注文表状態
044500         MOVE 出荷日           TO 注文表出荷日
044600         MOVE 出荷倉庫コード   TO 注文表倉庫
044700         MOVE 注文送料額       TO 注文表送料
044800         MOVE 注文ポイント利用 TO 注文表ポイント
044900         MOVE 請求番号         TO 注文表請求番号
045000         MOVE 配送状況         TO 注文表配送状況
045100         MOVE 配達日           TO 注文表配達日
045200         EXEC SQL
045300           INSERT INTO DW_ORDERF
045400             (注文行番号, 注文番号, 顧客ＩＤ, 注文日,
045500              商品番号, 数量, 単価, 金額, 状態, 出荷日,
045600              出荷倉庫, 送料, ポイント利用, 請求番号,
045700              配送状況, 配達日)
045800           VALUES
045900             (:注文表行番号, :注文表番号, :注文表顧客ＩＤ,
046000              :注文表日付, :注文表商品番号, :注文表数量,
046100              :注文表単価, :注文表金額, :注文表状態,
046200              :注文表出荷日, :注文表倉庫, :注文表送料,
046300              :注文表ポイント, :注文表請求番号,
046400              :注文表配送状況, :注文表配達日)
046500         END-EXEC
046600         PERFORM 挿入結果判定
046700     END-READ.
046800*
046900*=================================================================
047000*  貯金（貯金番号・暗証番号は写さない）
047100*=================================================================
047200 貯金ロード.
047300     MOVE "DW_TYOKIN" TO ロード表名.
047400     PERFORM ロード開始.
047500     EXEC SQL DELETE FROM DW_TYOKIN END-EXEC.
047600     PERFORM 削除結果判定.
047700     OPEN INPUT 貯金ファイル.
047800     IF NOT 貯金ファイル正常
047900       SET 読込終了 TO TRUE
048000     END-IF.
048100     PERFORM 貯金ロード明細
048200       UNTIL 読込終了 OR ロード失敗.
048300     CLOSE 貯金ファイル.
048400     PERFORM ロード完了.
048500*
048600 貯金ロード明細.
048700     READ 貯金ファイル NEXT RECORD
048800       AT END
048900         SET 読込終了 TO TRUE
049000       NOT AT END
049100         ADD 1 TO 読込件数
049200         MOVE 証書番号         TO 貯金表証書番号
049300         MOVE 氏名             TO 貯金表氏名
049400         MOVE 貯金額           TO 貯金表貯金額
049500         MOVE 休眠区分         TO 貯金表休眠区分
049600         EXEC SQL
049700           INSERT INTO DW_TYOKIN
049800             (証書番号, 氏名, 貯金額, 休眠区分)
049900           VALUES
050000             (:貯金表証書番号, :貯金表氏名,
050100              :貯金表貯金額, :貯金表休眠区分)
050200         END-EXEC
050300         PERFORM 挿入結果判定
050400     END-READ.
050500*
050600*=================================================================
050700*  表ごとの共通処理
050800*=================================================================
050900 ロード開始.
051000     MOVE "N" TO 読込終了フラグ.
051100     MOVE "N" TO ロード失敗フラグ.
051200     MOVE 0 TO 読込件数 確定件数 未確定件数.
051300     MOVE SPACE TO 失敗SQLSTATE 失敗メッセージ.
051400*
051500*　行が無い場合の"02000"も洗い替えの削除としては正常。削除は
051600*　最初のコミットまで確定しないため，最初のコミットより前に
051700*　失敗した表は前夜の内容に戻る。
051800*
051900 削除結果判定.
052000     IF SQLSTATE(1:2) NOT = "00"
052100        AND SQLSTATE(1:2) NOT = "01"
052200        AND SQLSTATE(1:2) NOT = "02"
052300       PERFORM ロード失敗設定
052400     END-IF.
052500*
052600 挿入結果判定.
052700     IF SQLSTATE(1:2) NOT = "00"
052800        AND SQLSTATE(1:2) NOT = "01"
052900       PERFORM ロード失敗設定
053000     ELSE
053100       ADD 1 TO 未確定件数
053200       IF 未確定件数 >= コミット件数
053300         PERFORM コミット実行
053400       END-IF
053500     END-IF.
053600*
053700 コミット実行.
053800     EXEC SQL COMMIT WORK END-EXEC.
053900     IF SQLSTATE(1:2) NOT = "00"
054000        AND SQLSTATE(1:2) NOT = "01"
054100       PERFORM ロード失敗設定
054200     ELSE
054300       ADD 未確定件数 TO 確定件数
054400       MOVE 0 TO 未確定件数
054500     END-IF.
054600*
054700 ロード失敗設定.
054800     SET ロード失敗 TO TRUE.
054900     MOVE SQLSTATE TO 失敗SQLSTATE.
055000     MOVE SQLMSG   TO 失敗メッセージ.
055100*
055200*　失敗した表は未コミットの行を取り消す。正常な表は残りを
055300*　コミットする。どちらも件数をロードログへ残す。
055400*
055500 ロード完了.
055600     IF NOT ロード失敗
055700       PERFORM コミット実行
055800     END-IF.
055900     IF ロード失敗
056000       EXEC SQL ROLLBACK WORK END-EXEC
056100       MOVE "異常" TO ロード結果
056200       ADD 1 TO 異常表数
056300     ELSE
056400       MOVE "正常" TO ロード結果
056500       ADD 1 TO 正常表数
056600     END-IF.
056700     MOVE FUNCTION CURRENT-DATE TO 現在日時.
056800     MOVE SPACE TO ロードログ行.
056900     IF ロード失敗
057000       STRING "D " 現在日時１４ " " ロード表名
057100              " " ロード結果 " 読込:" 読込件数
057200              " 登録:" 確定件数
057300              " SQLSTATE:" 失敗SQLSTATE
057400              " " 失敗メッセージ
057500              DELIMITED BY SIZE INTO ロードログ行
057600     ELSE
057700       STRING "D " 現在日時１４ " " ロード表名
057800              " " ロード結果 " 読込:" 読込件数
057900              " 登録:" 確定件数
058000              DELIMITED BY SIZE INTO ロードログ行
058100     END-IF.
058200     WRITE ロードログ行.
058300     DISPLAY ロード表名 " " ロード結果
058400             " 読込:" 読込件数 " 登録:" 確定件数.
058500 END PROGRAM DWLOAD.
