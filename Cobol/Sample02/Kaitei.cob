000700*　日が到来した改定だけを商品マスタへ反映する。反映のつど旧
000800*　単価・新単価・適用日を単価履歴へ書き残すので，伝票や売上
000900*　報告を売上日時点の単価と突き合わせられる。
000920*　原価も同じ改定予定で改定でき（新単価・新原価の０は据置），
000940*　反映した原価は適用日をキーに原価履歴へ残す。売上時点の原価
000960*　は後述の原価取得サブルーチンが原価履歴から求める。
000970*　売上日時点の単価も同じく単価取得サブルーチンが単価履歴から
000980*　求める。
000982*　　適用した単価改定は，商品対応ファイル（SYOURENK）で対応する
000984*　オンラインストアの商品番号が１つだけのとき，在庫ファイル
000986*　（ZAIKO）の標準単価へも反映し，単価履歴に商品番号と旧標準単価
000988*　を添える。対応が無い商品・複数ある商品は反映せず，連携リスト
000990*　（KAITEI.LST）に書き出す。
001000*
001100 ENVIRONMENT DIVISION.
001200  INPUT-OUTPUT SECTION.
002900       ASSIGN TO "PRCHIST"
003000       ORGANIZATION      IS  LINE SEQUENTIAL
003100       FILE STATUS       IS  単価履歴の状態.
003110     SELECT OPTIONAL 原価履歴ファイル
003120       ASSIGN TO "GENKARK"
003130       ORGANIZATION      IS  INDEXED
003140       ACCESS MODE       IS  DYNAMIC
003150       RECORD KEY        IS  原価履歴キー
003160       FILE STATUS       IS  原価履歴の状態.
003162     SELECT OPTIONAL 商品対応ファイル
003164       ASSIGN TO "SYOURENK"
003166       ORGANIZATION      IS  INDEXED
003168       ACCESS MODE       IS  DYNAMIC
003170       RECORD KEY        IS  対応商品番号
003172       FILE STATUS       IS  商品対応の状態.
003174     SELECT OPTIONAL 在庫ファイル
003176       ASSIGN TO "ZAIKO"
003178       ORGANIZATION      IS  INDEXED
003180       ACCESS MODE       IS  RANDOM
003182       RECORD KEY        IS  在庫商品番号
003184       FILE STATUS       IS  在庫の状態.
003186     SELECT 連携リストファイル
003188       ASSIGN TO "KAITEI.LST"
003190       ORGANIZATION      IS  LINE SEQUENTIAL.
003200*
003300 DATA DIVISION.
003400  FILE SECTION.
004000      02  改定商品コード      PIC  X(04).
004100      02  改定新単価          PIC  9(04).
004200      02  改定適用日          PIC  9(08).
004250      02  改定新原価          PIC  9(04).
004300  FD  単価履歴ファイル.
004400  01  単価履歴レコード.
004500      02  履歴商品コード      PIC  X(04).
004800      02  FILLER              PIC  X(01).
004900      02  履歴新単価          PIC  9(04).
005000      02  FILLER              PIC  X(01).
005020      02  履歴適用日          PIC  9(08).
005060*　ストアの標準単価へ反映したときだけ商品番号と旧標準単価を持つ。
005080      02  FILLER              PIC  X(01).
005103      02  履歴在庫商品番号    PIC  X(10).
005104      02  FILLER              PIC  X(01).
005105      02  履歴旧標準単価      PIC  X(09).
005110  FD  原価履歴ファイル.
005120  01  原価履歴レコード.
005130      02  原価履歴キー.
005140          03  原価商品コード  PIC  X(04).
005150          03  原価適用日      PIC  9(08).
005160      02  旧原価              PIC  9(04).
005170      02  新原価              PIC  9(04).
005172  FD  商品対応ファイル.
005174  01  商品対応レコード.
005176      02  対応商品番号        PIC  X(10).
005178      02  対応商品コード      PIC  X(04).
005180  FD  在庫ファイル.
005182      COPY  ZAIKOF.
005184  FD  連携リストファイル.
005186  01  連携リスト行            PIC  X(80).
005200*
005300  WORKING-STORAGE SECTION.
005400   77  商品マスタの状態        PIC  XX.
005700       88  改定予定正常        VALUE "00" "05".
005800   77  単価履歴の状態          PIC  XX.
005900       88  単価履歴正常        VALUE "00" "05".
005920   77  原価履歴の状態          PIC  XX.
005940       88  原価履歴正常        VALUE "00" "05".
005942   77  商品対応の状態          PIC  XX.
005944       88  商品対応正常        VALUE "00" "05".
005946   77  在庫の状態              PIC  XX.
005948       88  在庫正常            VALUE "00" "05".
005950   77  連携使用可フラグ        PIC  X(01).
005952       88  連携使用可          VALUE "Y".
005954   77  対応走査終了フラグ      PIC  X(01).
005956       88  対応走査終了        VALUE "Y".
005958   77  対応件数                PIC  9(03).
005960   77  対応先商品番号          PIC  X(10).
005962   77  旧標準単価              PIC  9(09).
005964   77  連携件数                PIC  9(05).
005966   77  連携除外件数            PIC  9(05).
006000   77  処理区分                PIC  9(01).
006100   77  終了区分                PIC  9(01)  VALUE 0.
006200       88  改定業務終了        VALUE 9.
006300   77  走査終了フラグ          PIC  X(01).
006400       88  走査終了            VALUE "Y".
006500   77  適用件数                PIC  9(05).
006550   77  照会商品コード          PIC  X(04).
006600   01  現在日時.
006700       02  現在日付８          PIC  9(08).
006800       02  FILLER              PIC  X(13).
006810   01  連携明細.
006820       02  連携商品コード      PIC  X(04).
006830       02  FILLER              PIC  X(02).
006840       02  連携新単価          PIC  ZZZ9.
006850       02  FILLER              PIC  X(02).
006860       02  連携理由            PIC  N(12).
006870       02  FILLER              PIC  X(02).
006880       02  連携対応件数        PIC  ZZ9.
006900*
007000 PROCEDURE DIVISION.
007100     DISPLAY "単価改定処理".
008200*
008300  改定メニュー処理.
008400     DISPLAY "1:改定登録 2:改定取消 3:改定一覧"
008500             " 4:適用（夜間） 5:原価履歴"
008550             " 9:終了".
008600     ACCEPT 処理区分 FROM CONSOLE.
008700     EVALUATE 処理区分
008800       WHEN 1
009300         PERFORM 改定一覧処理
009400       WHEN 4
009500         PERFORM 改定適用処理
009520       WHEN 5
009540         PERFORM 原価履歴一覧処理
009600       WHEN 9
009700         MOVE 9 TO 終了区分
009800     END-EVALUATE.
009900*
010000*　商品マスタに実在する商品だけ改定予定として受け付ける。
010100*　同一商品の予定は置き換えとする。新単価・新原価の一方だけ
010150*　を改定するときは，他方に０（据置）を入力する。
010200*
010300  改定登録処理.
010400     DISPLAY "商品コードを入力してください".
011200     END-READ.
011300     DISPLAY "現在単価：" 単価
011400               OF 商品マスタレコード.
011410     IF 原価 OF 商品マスタレコード NOT NUMERIC
011420       MOVE 0 TO 原価 OF 商品マスタレコード
011430     END-IF.
011440     DISPLAY "現在原価：" 原価
011450               OF 商品マスタレコード.
011500     DISPLAY "新単価を入力してください(据置は0)".
011600     ACCEPT 改定新単価 FROM CONSOLE.
011610     DISPLAY "新原価を入力してください(据置は0)".
011620     ACCEPT 改定新原価 FROM CONSOLE.
011630     IF 改定新単価 = 0 AND 改定新原価 = 0
011640       DISPLAY "改定内容がありません"
011650       GO TO 改定登録処理出口
011660     END-IF.
011700     DISPLAY "適用日を入力してください(YYYYMMDD)".
011800     ACCEPT 改定適用日 FROM CONSOLE.
011900     READ 改定予定ファイル
015500         SET 走査終了 TO TRUE
015600       NOT AT END
015700         DISPLAY 改定商品コード " "
015800                 改定新単価 " " 改定新原価
015850                 " " 改定適用日
015900     END-READ.
016000*
016100*　適用日が到来した改定を商品マスタへ反映し，履歴を残して
017100       INVALID KEY
017200         SET 走査終了 TO TRUE
017300     END-START.
017350     OPEN I-O 原価履歴ファイル.
017370     PERFORM 連携開始処理.
017400     PERFORM 改定適用明細 UNTIL 走査終了.
017450     CLOSE 原価履歴ファイル.
017470     PERFORM 連携終了処理.
017500     DISPLAY "適用件数：" 適用件数.
017520     DISPLAY "ストア反映件数：" 連携件数
017540             "　反映除外件数：" 連携除外件数.
017600*
017700  改定適用明細.
017800     READ 改定予定ファイル NEXT RECORD
019300                 改定商品コード
019400         GO TO 改定１件適用出口
019500     END-READ.
019600*　旧様式の改定予定（原価欄なし）は単価だけの改定として扱う。
019700     IF 改定新単価 NOT = 0
019800       PERFORM 単価改定反映
019900     END-IF.
020000     IF 改定新原価 NUMERIC AND 改定新原価 NOT = 0
020100       PERFORM 原価改定反映
020200     END-IF.
020900     REWRITE 商品マスタレコード.
021000     DELETE 改定予定ファイル.
021100     ADD 1 TO 適用件数.
021200*
021300  改定１件適用出口.
021400     EXIT.
021500*
021600  単価改定反映.
021650     PERFORM 在庫単価連携.
021700     OPEN EXTEND 単価履歴ファイル.
021800     IF 単価履歴正常
021900       MOVE SPACE TO 単価履歴レコード
022000       MOVE 改定商品コード TO 履歴商品コード
022100       MOVE 単価 OF 商品マスタレコード
022200         TO 履歴旧単価
022300       MOVE 改定新単価     TO 履歴新単価
022400       MOVE 改定適用日     TO 履歴適用日
022420       IF 対応件数 = 1
022440         MOVE 対応先商品番号 TO 履歴在庫商品番号
022460         MOVE 旧標準単価     TO 履歴旧標準単価
022480       END-IF
022500       WRITE 単価履歴レコード
022600       CLOSE 単価履歴ファイル
022700     END-IF.
022800     MOVE 改定新単価
022900       TO 単価 OF 商品マスタレコード.
022902*
022906*　商品対応ファイルと在庫ファイルは適用モードの間だけ開く。どち
022908*　らかが無ければストアへの反映は行わない。
022910*
022912  連携開始処理.
022914     MOVE 0 TO 連携件数.
022916     MOVE 0 TO 連携除外件数.
022918     MOVE "N" TO 連携使用可フラグ.
022920     OPEN OUTPUT 連携リストファイル.
022922     MOVE SPACE TO 連携リスト行.
022924     STRING "*** ストア標準単価 連携リスト 適用日 "
022926            現在日付８
022928            DELIMITED BY SIZE
022930       INTO 連携リスト行.
022932     WRITE 連携リスト行.
022934     MOVE "商品  新単価  理由"
022936       & "                      対応数"
022938       TO 連携リスト行.
022940     WRITE 連携リスト行.
022942     OPEN INPUT 商品対応ファイル.
022944     IF NOT 商品対応正常
022946       CLOSE 商品対応ファイル
022948       EXIT PARAGRAPH
022950     END-IF.
022952     OPEN I-O 在庫ファイル.
022954     IF NOT 在庫正常
022956       CLOSE 在庫ファイル
022958       CLOSE 商品対応ファイル
022960       EXIT PARAGRAPH
022962     END-IF.
022964     SET 連携使用可 TO TRUE.
022966*
022968  連携終了処理.
022970     IF 連携使用可
022972       CLOSE 在庫ファイル
023035       CLOSE 商品対応ファイル
023036     END-IF.
023037     CLOSE 連携リストファイル.
023038*
023039*　商品コードに対応する商品番号を商品対応ファイルの全件から数え
023040*　る。ちょうど１つなら在庫ファイルの標準単価を新単価に改め，
023041*　無い・複数・在庫に無いときは連携リストへ書く。
023042*
023043  在庫単価連携.
023044     MOVE 0 TO 対応件数.
023045     MOVE SPACE TO 対応先商品番号.
023046     MOVE 0 TO 旧標準単価.
023047     IF NOT 連携使用可
023048       EXIT PARAGRAPH
023049     END-IF.
023050     MOVE "N" TO 対応走査終了フラグ.
023051     MOVE LOW-VALUE TO 対応商品番号.
023052     START 商品対応ファイル
023053           KEY > 対応商品番号
023054       INVALID KEY
023055         SET 対応走査終了 TO TRUE
023056     END-START.
023057     PERFORM 対応走査 UNTIL 対応走査終了.
023058     EVALUATE 対応件数
023059       WHEN 0
023060         MOVE "ストア対応なし" TO 連携理由
023061         PERFORM 連携除外出力
023062       WHEN 1
023063         PERFORM 標準単価反映
023064       WHEN OTHER
023065         MOVE "複数の商品番号に対応" TO 連携理由
023066         PERFORM 連携除外出力
023067     END-EVALUATE.
023068*
023069  対応走査.
023070     READ 商品対応ファイル NEXT RECORD
023071       AT END
023072         SET 対応走査終了 TO TRUE
023073       NOT AT END
023074         IF 対応商品コード = 改定商品コード
023075           ADD 1 TO 対応件数
023076           IF 対応件数 = 1
023077             MOVE 対応商品番号 TO 対応先商品番号
023078           END-IF
023079         END-IF
023080     END-READ.
023081*
023082  標準単価反映.
023083     MOVE 対応先商品番号 TO 在庫商品番号.
023084     READ 在庫ファイル
023085       INVALID KEY
023086         MOVE 0 TO 対応件数
023087         MOVE "在庫に商品番号なし" TO 連携理由
023088         PERFORM 連携除外出力
023089       NOT INVALID KEY
023090         MOVE 標準単価 TO 旧標準単価
023091         MOVE 改定新単価 TO 標準単価
023092         REWRITE 在庫レコード
023093         ADD 1 TO 連携件数
023094     END-READ.
023095*
023096  連携除外出力.
023097     MOVE SPACE TO 連携明細.
023098     MOVE 改定商品コード TO 連携商品コード.
023099     MOVE 改定新単価     TO 連携新単価.
023100     MOVE 対応件数       TO 連携対応件数.
023101     MOVE 連携明細       TO 連携リスト行.
023102     WRITE 連携リスト行.
023122     ADD 1 TO 連携除外件数.
023142*　原価履歴は商品コード・適用日をキーとし，同日の再改定は
023200*　置き換える。
023300*
023400  原価改定反映.
023500     IF 原価 OF 商品マスタレコード NOT NUMERIC
023600       MOVE 0 TO 原価 OF 商品マスタレコード
023700     END-IF.
023800     MOVE 改定商品コード TO 原価商品コード.
023900     MOVE 改定適用日     TO 原価適用日.
024000     MOVE 原価 OF 商品マスタレコード
024100       TO 旧原価.
024200     MOVE 改定新原価     TO 新原価.
024300     WRITE 原価履歴レコード
024400       INVALID KEY
024500         REWRITE 原価履歴レコード
024600     END-WRITE.
024700     MOVE 改定新原価
024800       TO 原価 OF 商品マスタレコード.
024900*
025000  原価履歴一覧処理.
025100     DISPLAY "商品コードを入力してください".
025200     ACCEPT 照会商品コード FROM CONSOLE.
025300     OPEN INPUT 原価履歴ファイル.
025400     IF NOT 原価履歴正常
025500       DISPLAY "原価履歴がありません"
025600       EXIT PARAGRAPH
025700     END-IF.
025800     MOVE "N" TO 走査終了フラグ.
025900     MOVE 照会商品コード TO 原価商品コード.
026000     MOVE 0 TO 原価適用日.
026100     START 原価履歴ファイル
026200           KEY >= 原価履歴キー
026300       INVALID KEY
026400         SET 走査終了 TO TRUE
026500     END-START.
026600     DISPLAY "適用日   旧原価 新原価".
026700     PERFORM 原価履歴明細 UNTIL 走査終了.
026800     CLOSE 原価履歴ファイル.
026900*
027000  原価履歴明細.
027100     READ 原価履歴ファイル NEXT RECORD
027200       AT END
027300         SET 走査終了 TO TRUE
027400       NOT AT END
027500         IF 原価商品コード NOT = 照会商品コード
027600           SET 走査終了 TO TRUE
027700         ELSE
027800           DISPLAY 原価適用日 " " 旧原価
027900                   "   " 新原価
028000         END-IF
028100     END-READ.
028200 END PROGRAM KAITEI.
028300*
028400*=================================================================
028500*　原価取得サブルーチン。商品コードと基準日を渡すと，その日に
028600*　有効な原価（適用日が基準日以前で最も新しい改定の新原価）を
028700*　返す。基準日が最初の改定より前なら，その改定の旧原価を返す。
028800*　原価履歴が無い（または旧原価も０の）ときは結果１を返し，
028900*　呼び出し元は商品マスタの現在原価で続行する。
029000*
029100*　パラメータ：
029200*　　入力１：取得商品コード X(4)
029300*　　入力２：取得日付 9(8)
029400*　　出力１：取得原価 9(4)
029500*　　出力２：取得結果（０：取得済／１：履歴なし）
029600*=================================================================
029700 IDENTIFICATION DIVISION.
029800  PROGRAM-ID. "原価取得".
029900 ENVIRONMENT DIVISION.
030000 INPUT-OUTPUT SECTION.
030100 FILE-CONTROL.
030200     SELECT OPTIONAL 原価履歴ファイル
030300       ASSIGN TO "GENKARK"
030400       ORGANIZATION IS INDEXED
030500       ACCESS MODE  IS DYNAMIC
030600       RECORD KEY   IS 原価履歴キー
030700       FILE STATUS  IS 原価履歴状態.
030800 DATA DIVISION.
030900 FILE SECTION.
031000 FD  原価履歴ファイル.
031100 01  原価履歴レコード.
031200     02  原価履歴キー.
031300         03  原価商品コード  PIC  X(04).
031400         03  原価適用日      PIC  9(08).
031500     02  旧原価              PIC  9(04).
031600     02  新原価              PIC  9(04).
031700 WORKING-STORAGE SECTION.
031800 77  原価履歴状態            PIC  X(02).
031900     88  原価履歴正常        VALUE "00".
032000 77  走査終了フラグ          PIC  X(01).
032100     88  走査終了            VALUE "Y".
032200 LINKAGE SECTION.
032300 01  取得商品コード          PIC  X(04).
032400 01  取得日付                PIC  9(08).
032500 01  取得原価                PIC  9(04).
032600 01  取得結果                PIC  9(01).
032700 PROCEDURE DIVISION USING 取得商品コード 取得日付
032800                          取得原価 取得結果.
032900 取得開始.
033000     MOVE 0 TO 取得原価.
033100     MOVE 1 TO 取得結果.
033200     OPEN INPUT 原価履歴ファイル.
033300     IF NOT 原価履歴正常
033400       CLOSE 原価履歴ファイル
033500       EXIT PROGRAM
033600     END-IF.
033700     MOVE "N" TO 走査終了フラグ.
033800     MOVE 取得商品コード TO 原価商品コード.
033900     MOVE 0 TO 原価適用日.
034000     START 原価履歴ファイル KEY > 原価履歴キー
034100       INVALID KEY
034200         SET 走査終了 TO TRUE
034300     END-START.
034400     PERFORM 原価走査 UNTIL 走査終了.
034500     CLOSE 原価履歴ファイル.
034600     EXIT PROGRAM.
034700*
034800*　商品内を適用日順に読み，基準日を超えない最後の新原価を採る。
034900*　最初の改定から基準日を超えていれば，改定前の旧原価を採る。
035000*
035100 原価走査.
035200     READ 原価履歴ファイル NEXT RECORD
035300       AT END
035400         SET 走査終了 TO TRUE
035500       NOT AT END
035600         IF 原価商品コード NOT = 取得商品コード
035700           SET 走査終了 TO TRUE
035800         ELSE
035900           IF 原価適用日 > 取得日付
036000             IF 取得結果 = 1 AND 旧原価 NOT = 0
036100               MOVE 旧原価 TO 取得原価
036200               MOVE 0 TO 取得結果
036300             END-IF
036400             SET 走査終了 TO TRUE
036500           ELSE
036600             MOVE 新原価 TO 取得原価
036700             MOVE 0 TO 取得結果
036800           END-IF
036900         END-IF
037000     END-READ.
037100 END PROGRAM "原価取得".
037200*
037300*=================================================================
037400*　単価取得サブルーチン。商品コードと基準日を渡すと，その日に
037500*　有効な単価を返す。単価履歴のうち適用日が基準日より後で最も
037600*　早い改定の旧単価がその日の単価である。基準日より後の改定が
037700*　無いときは結果１を返し，呼び出し元は商品マスタの現在単価で
037800*　続行する。
037900*
038000*　パラメータ：
038100*　　入力１：取得商品コード X(4)
038200*　　入力２：取得日付 9(8)
038300*　　出力１：取得単価 9(4)
038400*　　出力２：取得結果（０：取得済／１：現在単価を使う）
038500*=================================================================
038600 IDENTIFICATION DIVISION.
038700  PROGRAM-ID. "単価取得".
038800 ENVIRONMENT DIVISION.
038900 INPUT-OUTPUT SECTION.
039000 FILE-CONTROL.
039100     SELECT OPTIONAL 単価履歴ファイル
039200       ASSIGN TO "PRCHIST"
039300       ORGANIZATION IS LINE SEQUENTIAL
039400       FILE STATUS  IS 単価履歴状態.
039500 DATA DIVISION.
039600 FILE SECTION.
039700 FD  単価履歴ファイル.
039800 01  単価履歴レコード.
039900     02  履歴商品コード      PIC  X(04).
040000     02  FILLER              PIC  X(01).
040100     02  履歴旧単価          PIC  9(04).
040200     02  FILLER              PIC  X(01).
040300     02  履歴新単価          PIC  9(04).
040400     02  FILLER              PIC  X(01).
040500     02  履歴適用日          PIC  9(08).
040550     02  FILLER              PIC  X(21).
040600 WORKING-STORAGE SECTION.
040700 77  単価履歴状態            PIC  X(02).
040800     88  単価履歴正常        VALUE "00".
040900 77  走査終了フラグ          PIC  X(01).
041000     88  走査終了            VALUE "Y".
041100 77  採用適用日              PIC  9(08).
041200 LINKAGE SECTION.
041300 01  取得商品コード          PIC  X(04).
041400 01  取得日付                PIC  9(08).
041500 01  取得単価                PIC  9(04).
041600 01  取得結果                PIC  9(01).
041700 PROCEDURE DIVISION USING 取得商品コード 取得日付
041800                          取得単価 取得結果.
041900 取得開始.
042000     MOVE 0 TO 取得単価.
042100     MOVE 1 TO 取得結果.
042200     OPEN INPUT 単価履歴ファイル.
042300     IF NOT 単価履歴正常
042400       CLOSE 単価履歴ファイル
042500       EXIT PROGRAM
042600     END-IF.
042700     MOVE "N" TO 走査終了フラグ.
042800     MOVE 99999999 TO 採用適用日.
042900     PERFORM 単価走査 UNTIL 走査終了.
043000     CLOSE 単価履歴ファイル.
043100     EXIT PROGRAM.
043200*
043300*　単価履歴は適用の順に追記されるため全件を読み，基準日より後
043400*　で最も早い改定を採る。
043500*
043600 単価走査.
043700     READ 単価履歴ファイル
043800       AT END
043900         SET 走査終了 TO TRUE
044000       NOT AT END
044100         IF 履歴商品コード = 取得商品コード
044200            AND 履歴適用日 > 取得日付
044300            AND 履歴適用日 < 採用適用日
044400           MOVE 履歴適用日 TO 採用適用日
044500           MOVE 履歴旧単価 TO 取得単価
044600           MOVE 0 TO 取得結果
044700         END-IF
044800     END-READ.
044900 END PROGRAM "単価取得".
