000100*========================================================================
000200*　仕出し・サービス注文の管理
000300*                                   −サンプルプログラム「会議室予約」−
000400*
000500*　会議に付ける弁当・飲物・会場レイアウト等を，品目マスタ
000600*　（SHIDAM）から選んで予約履歴の予約番号に結び付けて注文する
000700*　（SHIDAYOY）。納品時刻までに品目の手配所要時間が取れない注文
000800*　は受け付けない。納品日ごとの業者別発注表（SHIDA.RPT）をスプール
000900*　へ登録し，費用は部門課金（SEIKYU17）で独立した区分として請求
001000*　する。
001100*
001200*　予約の取消（Ｗｅｂ・予約画面）・不泊解放（CHECKIN）・閉鎖取消
001300*　（HEISA）・却下（SHONIN）の際は，付帯注文取消サブルーチンが
001400*　その予約の注文を取消済にし，業者へ取消の通知を残す。
001500*
001600*            Copyright 1999-2015 FUJITSU LIMITED
001700*========================================================================
001800 IDENTIFICATION  DIVISION.
001900 PROGRAM-ID. SHIDASHI.
002000 ENVIRONMENT     DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL 仕出し品目ファイル
002400       ASSIGN TO "SHIDAM"
002500       ORGANIZATION IS INDEXED
002600       ACCESS MODE  IS DYNAMIC
002700       RECORD KEY   IS 品目コード
002800       FILE STATUS  IS 仕出し品目状態.
002900     SELECT OPTIONAL 仕出し注文ファイル
003000       ASSIGN TO "SHIDAYOY"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS DYNAMIC
003300       RECORD KEY   IS 注文番号
003400       FILE STATUS  IS 仕出し注文状態.
003500     SELECT OPTIONAL 予約履歴ファイル
003600       ASSIGN TO "RSVHIST"
003700       ORGANIZATION IS INDEXED
003800       ACCESS MODE  IS RANDOM
003900       RECORD KEY   IS 履歴予約番号
004000       FILE STATUS  IS 予約履歴状態.
004100     SELECT 発注表ファイル
004200       ASSIGN TO "SHIDA.RPT"
004300       ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA            DIVISION.
004500 FILE SECTION.
004600 FD  仕出し品目ファイル.
004700     COPY SHIDAM.
004800 FD  仕出し注文ファイル.
004900     COPY SHIDAYOY.
005000 FD  予約履歴ファイル.
005100     COPY RSVHIST2.
005200 FD  発注表ファイル.
005300 01  発注表行                PIC  X(100).
005400 WORKING-STORAGE SECTION.
005500 77  スプール発行元          PIC  X(08).
005600 77  スプール帳票名          PIC  X(08).
005700 77  スプール本文名          PIC  X(20).
005800 77  スプール登録結果        PIC  9(01).
005900 77  仕出し品目状態          PIC  X(02).
006000     88  仕出し品目正常      VALUE "00" "05".
006100 77  仕出し注文状態          PIC  X(02).
006200     88  仕出し注文正常      VALUE "00" "05".
006300 77  予約履歴状態            PIC  X(02).
006400     88  予約履歴正常        VALUE "00" "05".
006500 77  処理区分                PIC  9(01).
006600 77  終了区分                PIC  9(01)  VALUE 0.
006700     88  保守終了            VALUE 9.
006800 77  走査終了フラグ          PIC  X(01).
006900     88  走査終了            VALUE "Y".
007000 77  次注文番号              PIC  9(06).
007100 77  対象予約番号            PIC  9(06).
007200 77  対象品目コード          PIC  9(04).
007300 77  入力業者名              PIC  X(20).
007400 77  入力納品時刻            PIC  9(04).
007500 77  猶予分数                PIC S9(09).
007600 77  所要分数                PIC  9(07).
007700 77  対象日                  PIC  9(08).
007800 77  業者添字                PIC  9(03)  COMP-5.
007900 77  業者登録数              PIC  9(03)  COMP-5 VALUE 0.
008000 77  検索添字                PIC  9(03)  COMP-5.
008100 77  業者件数                PIC  9(05).
008200 77  業者金額                PIC  9(09).
008300 77  明細金額                PIC  9(09).
008400 77  あふれ件数              PIC  9(05).
008500 77  採番範囲名              PIC  X(08).
008600 77  採番番号                PIC  9(09).
008700 77  採番結果                PIC  9(01).
008800 01  業者表.
008900     02  業者名表        PIC  X(20)  OCCURS 50.
009000 01  現在日時.
009100     02  現在日時１４        PIC  X(14).
009200     02  FILLER              PIC  X(07).
009300 01  現在日時分解  REDEFINES 現在日時.
009400     02  現在日付８          PIC  9(08).
009500     02  現在時刻４          PIC  9(04).
009600     02  FILLER              PIC  X(09).
009700 01  発注明細編集域.
009800     02  FILLER              PIC  X(02)  VALUE SPACE.
009900     02  編集納品時刻        PIC  9(04).
010000     02  FILLER              PIC  X(01)  VALUE SPACE.
010100     02  編集会議室番号      PIC  9(04).
010200     02  FILLER              PIC  X(01)  VALUE SPACE.
010300     02  編集品目名          PIC  N(10).
010400     02  FILLER              PIC  X(01)  VALUE SPACE.
010500     02  編集数量            PIC  ZZZ9.
010600     02  FILLER              PIC  X(01)  VALUE SPACE.
010700     02  編集金額            PIC  ZZZ,ZZZ,ZZ9.
010800     02  FILLER              PIC  X(01)  VALUE SPACE.
010900     02  編集予約番号        PIC  9(06).
011000     02  FILLER              PIC  X(01)  VALUE SPACE.
011100     02  編集注文番号        PIC  9(06).
011200*
011300 PROCEDURE       DIVISION.
011400     OPEN I-O 仕出し品目ファイル.
011500     OPEN I-O 仕出し注文ファイル.
011600     PERFORM 仕出しメニュー処理 UNTIL 保守終了.
011700     CLOSE 仕出し注文ファイル.
011800     CLOSE 仕出し品目ファイル.
011900     STOP RUN.
012000*
012100 仕出しメニュー処理.
012200     DISPLAY "仕出し・サービス注文管理".
012300     DISPLAY "1:品目登録 2:注文登録 3:注文取消"
012400             " 4:注文一覧".
012500     DISPLAY "5:業者別発注表 9:終了".
012600     ACCEPT 処理区分 FROM CONSOLE.
012700     EVALUATE 処理区分
012800       WHEN 1
012900         PERFORM 品目登録処理
013000       WHEN 2
013100         PERFORM 注文登録処理
013200           THRU 注文登録処理出口
013300       WHEN 3
013400         PERFORM 注文取消処理
013500       WHEN 4
013600         PERFORM 注文一覧処理
013700       WHEN 5
013800         PERFORM 発注表処理
013900       WHEN 9
014000         MOVE 9 TO 終了区分
014100     END-EVALUATE.
014200*
014300 品目登録処理.
014400     DISPLAY "品目コードを入力してください".
014500     ACCEPT 品目コード FROM CONSOLE.
014600     READ 仕出し品目ファイル
014700       INVALID KEY
014800         PERFORM 品目項目入力
014900         WRITE 仕出し品目レコード
015000         DISPLAY "登録しました"
015100       NOT INVALID KEY
015200         PERFORM 品目項目入力
015300         REWRITE 仕出し品目レコード
015400         DISPLAY "置き換えました"
015500     END-READ.
015600*
015700 品目項目入力.
015800     DISPLAY "品目名を入力してください".
015900     ACCEPT 品目名 FROM CONSOLE.
016000     DISPLAY "区分(1:弁当 2:飲物 3:設営 9:他)".
016100     ACCEPT 品目区分 FROM CONSOLE.
016200     DISPLAY "単価を入力してください".
016300     ACCEPT 品目単価 FROM CONSOLE.
016400     DISPLAY "手配所要時間（時間）を入力".
016500     ACCEPT 手配所要時間 FROM CONSOLE.
016600     DISPLAY "標準の手配業者名を入力".
016700     ACCEPT 標準業者名 FROM CONSOLE.
016800*
016900*　有効な予約（確定・保留）に品目を注文する。納品時刻までに
017000*　品目の手配所要時間が取れない注文は拒否する。
017100*
017200 注文登録処理.
017300     DISPLAY "予約番号を入力してください".
017400     ACCEPT 対象予約番号 FROM CONSOLE.
017500     OPEN INPUT 予約履歴ファイル.
017600     MOVE 対象予約番号 TO 履歴予約番号.
017700     READ 予約履歴ファイル
017800       INVALID KEY
017900         DISPLAY "予約番号が存在しません"
018000         CLOSE 予約履歴ファイル
018100         GO TO 注文登録処理出口
018200     END-READ.
018300     CLOSE 予約履歴ファイル.
018400     IF NOT (履歴確定 OR 履歴保留)
018500       DISPLAY "有効な予約ではありません"
018600       GO TO 注文登録処理出口
018700     END-IF.
018800     DISPLAY "品目コードを入力してください".
018900     ACCEPT 対象品目コード FROM CONSOLE.
019000     MOVE 対象品目コード TO 品目コード.
019100     READ 仕出し品目ファイル
019200       INVALID KEY
019300         DISPLAY "品目コードが存在しません"
019400         GO TO 注文登録処理出口
019500     END-READ.
019600     DISPLAY "納品時刻を入力(HHMM 0:開始時刻)".
019700     ACCEPT 入力納品時刻 FROM CONSOLE.
019800     IF 入力納品時刻 = 0
019900       MOVE 履歴開始時刻 TO 入力納品時刻
020000     END-IF.
020100     IF 入力納品時刻 > 履歴終了時刻
020200       DISPLAY "納品時刻が会議の終了後です"
020300       GO TO 注文登録処理出口
020400     END-IF.
020500*　手配所要時間の判定（納品日時までの残り分数と比べる）。
020600     MOVE FUNCTION CURRENT-DATE TO 現在日時.
020700     COMPUTE 猶予分数 =
020800         (FUNCTION INTEGER-OF-DATE(履歴利用日)
020900        - FUNCTION INTEGER-OF-DATE(現在日付８)) * 1440
021000       + FUNCTION INTEGER(入力納品時刻 / 100) * 60
021100       + FUNCTION MOD(入力納品時刻 100)
021200       - FUNCTION INTEGER(現在時刻４ / 100) * 60
021300       - FUNCTION MOD(現在時刻４ 100).
021400     COMPUTE 所要分数 = 手配所要時間 * 60.
021500     IF 猶予分数 < 所要分数
021600       DISPLAY "手配に必要な時間が取れません（"
021700               手配所要時間 "時間前まで）"
021800       GO TO 注文登録処理出口
021900     END-IF.
022000     DISPLAY "数量を入力してください".
022100     ACCEPT 注文数量 FROM CONSOLE.
022200     IF 注文数量 = 0
022300       DISPLAY "数量が正しくありません"
022400       GO TO 注文登録処理出口
022500     END-IF.
022600     DISPLAY "業者名を入力(空白:" 標準業者名 ")".
022700     MOVE SPACE TO 入力業者名.
022800     ACCEPT 入力業者名 FROM CONSOLE.
022900     IF 入力業者名 = SPACE
023000       MOVE 標準業者名 TO 入力業者名
023100     END-IF.
023200     PERFORM 注文番号採番.
023300     MOVE 次注文番号     TO 注文番号.
023400     MOVE 対象予約番号   TO 注文予約番号.
023500     MOVE 履歴部門コード TO 注文部門コード.
023600     MOVE 履歴会議室番号 TO 注文会議室番号.
023700     MOVE 品目コード     TO 注文品目コード.
023800     MOVE 品目名         TO 注文品目名.
023900     MOVE 品目区分       TO 注文品目区分.
024000     MOVE 品目単価       TO 注文単価.
024100     MOVE 履歴利用日     TO 納品日.
024200     MOVE 入力納品時刻   TO 納品時刻.
024300     MOVE 入力業者名     TO 注文業者名.
024400     SET 注文有効 TO TRUE.
024500     MOVE 現在日時１４   TO 注文登録日時.
024600     WRITE 仕出し注文レコード.
024700     DISPLAY "注文しました 注文番号：" 注文番号.
024800*
024900 注文登録処理出口.
025000     EXIT.
025100*
025200 注文取消処理.
025300     DISPLAY "注文番号を入力してください".
025400     ACCEPT 注文番号 FROM CONSOLE.
025500     READ 仕出し注文ファイル
025600       INVALID KEY
025700         DISPLAY "注文番号が存在しません"
025800       NOT INVALID KEY
025900         SET 注文取消済 TO TRUE
026000         REWRITE 仕出し注文レコード
026100         DISPLAY "取消しました"
026200     END-READ.
026300*
026400 注文一覧処理.
026500     DISPLAY "予約番号を入力(0:全件)".
026600     ACCEPT 対象予約番号 FROM CONSOLE.
026700     PERFORM 注文先頭設定.
026800     PERFORM 注文一覧明細 UNTIL 走査終了.
026900*
027000 注文一覧明細.
027100     READ 仕出し注文ファイル NEXT RECORD
027200       AT END
027300         SET 走査終了 TO TRUE
027400       NOT AT END
027500         IF 注文有効
027600            AND (対象予約番号 = 0
027700              OR 注文予約番号 = 対象予約番号)
027800           DISPLAY 注文番号 " " 注文予約番号
027900                   " " 納品日 " " 納品時刻
028000                   " " 注文品目名 " " 注文数量
028100                   " " 注文業者名
028200         END-IF
028300     END-READ.
028400*
028500*　指定日に納品する有効な注文を業者ごとにまとめた発注表を出力
028600*　し，スプールへ登録する。業者表を作ってから業者ごとに注文を
028700*　読み直す。
028800*
028900 発注表処理.
029000     DISPLAY "納品日を入力(YYYYMMDD 0:当日)".
029100     ACCEPT 対象日 FROM CONSOLE.
029200     IF 対象日 = 0
029300       MOVE FUNCTION CURRENT-DATE TO 現在日時
029400       MOVE 現在日付８ TO 対象日
029500     END-IF.
029600     MOVE 0 TO 業者登録数 あふれ件数.
029700     PERFORM 注文先頭設定.
029800     PERFORM 業者収集 UNTIL 走査終了.
029900     OPEN OUTPUT 発注表ファイル.
030000     MOVE SPACE TO 発注表行.
030100     STRING "*** 業者別発注表　納品日：" 対象日
030200            " ***" DELIMITED BY SIZE INTO 発注表行.
030300     WRITE 発注表行.
030400     PERFORM 業者別出力
030500         VARYING 業者添字 FROM 1 BY 1
030600         UNTIL 業者添字 > 業者登録数.
030700     CLOSE 発注表ファイル.
030800     MOVE "SHIDASHI" TO スプール発行元.
030900     MOVE "SHIDASHI" TO スプール帳票名.
031000     MOVE "SHIDA.RPT"
031100       TO スプール本文名.
031200     CALL "スプール登録" USING スプール発行元
031300          スプール帳票名 スプール本文名
031400          スプール登録結果.
031500     DISPLAY "発注業者数：" 業者登録数.
031600     IF あふれ件数 NOT = 0
031700       DISPLAY "警告：業者表あふれ 読み飛ばし："
031800               あふれ件数
031900     END-IF.
032000*
032100 業者収集.
032200     READ 仕出し注文ファイル NEXT RECORD
032300       AT END
032400         SET 走査終了 TO TRUE
032500       NOT AT END
032600         IF 注文有効 AND 納品日 = 対象日
032700           PERFORM 業者登録
032800         END-IF
032900     END-READ.
033000*
033100 業者登録.
033200     MOVE 0 TO 業者添字.
033300     PERFORM 業者照合
033400         VARYING 検索添字 FROM 1 BY 1
033500         UNTIL 検索添字 > 業者登録数.
033600     IF 業者添字 = 0
033700       IF 業者登録数 < 50
033800         ADD 1 TO 業者登録数
033900         MOVE 注文業者名 TO 業者名表(業者登録数)
034000       ELSE
034100         ADD 1 TO あふれ件数
034200       END-IF
034300     END-IF.
034400*
034500 業者照合.
034600     IF 業者名表(検索添字) = 注文業者名
034700       MOVE 検索添字 TO 業者添字
034800     END-IF.
034900*
035000 業者別出力.
035100     MOVE SPACE TO 発注表行.
035200     WRITE 発注表行.
035300     MOVE SPACE TO 発注表行.
035400     STRING "■ 業者：" 業者名表(業者添字)
035500            DELIMITED BY SIZE INTO 発注表行.
035600     WRITE 発注表行.
035700     MOVE SPACE TO 発注表行.
035800     STRING "  時刻 室番 品目                  数量"
035900            "        金額 予約番 注文番"
036000            DELIMITED BY SIZE INTO 発注表行.
036100     WRITE 発注表行.
036200     MOVE 0 TO 業者件数 業者金額.
036300     PERFORM 注文先頭設定.
036400     PERFORM 業者明細出力 UNTIL 走査終了.
036500     MOVE SPACE TO 発注表行.
036600     STRING "  業者計　件数：" 業者件数
036700            "　金額：" 業者金額
036800            DELIMITED BY SIZE INTO 発注表行.
036900     WRITE 発注表行.
037000*
037100 業者明細出力.
037200     READ 仕出し注文ファイル NEXT RECORD
037300       AT END
037400         SET 走査終了 TO TRUE
037500       NOT AT END
037600         IF 注文有効 AND 納品日 = 対象日
037700            AND 注文業者名 = 業者名表(業者添字)
037800           PERFORM 発注明細１件出力
037900         END-IF
038000     END-READ.
038100*
038200 発注明細１件出力.
038300     COMPUTE 明細金額 = 注文数量 * 注文単価.
038400     MOVE 納品時刻       TO 編集納品時刻.
038500     MOVE 注文会議室番号 TO 編集会議室番号.
038600     MOVE 注文品目名     TO 編集品目名.
038700     MOVE 注文数量       TO 編集数量.
038800     MOVE 明細金額       TO 編集金額.
038900     MOVE 注文予約番号   TO 編集予約番号.
039000     MOVE 注文番号       TO 編集注文番号.
039100     MOVE 発注明細編集域 TO 発注表行.
039200     WRITE 発注表行.
039300     ADD 1 TO 業者件数.
039400     ADD 明細金額 TO 業者金額.
039500*
039600 注文先頭設定.
039700     MOVE "N" TO 走査終了フラグ.
039800     MOVE 0 TO 注文番号.
039900     START 仕出し注文ファイル KEY > 注文番号
040000       INVALID KEY
040100         SET 走査終了 TO TRUE
040200     END-START.
040300*
040400*　注文番号は共通採番（範囲名SHIDAYOY）から払い出す。
040500*　範囲が未登録の環境では走査採番で続行する。
040600*
040700 注文番号採番.
040800     MOVE "SHIDAYOY" TO 採番範囲名.
040900     CALL "採番" USING 採番範囲名 採番番号
041000                       採番結果.
041100     IF 採番結果 = 0
041200       MOVE 採番番号 TO 次注文番号
041300     ELSE
041400       MOVE 1 TO 次注文番号
041500       PERFORM 注文先頭設定
041600       PERFORM 注文番号走査 UNTIL 走査終了
041700     END-IF.
041800*
041900 注文番号走査.
042000     READ 仕出し注文ファイル NEXT RECORD
042100       AT END
042200         SET 走査終了 TO TRUE
042300       NOT AT END
042400         COMPUTE 次注文番号 = 注文番号 + 1
042500     END-READ.
042600 END PROGRAM SHIDASHI.
042700*
042800*========================================================================
042900*　付帯注文取消サブルーチン
043000*　予約が取消・不泊解放・閉鎖取消・却下となったとき，その予約に
043100*　付いた有効な仕出し・サービス注文を取消済にし，手配業者あてに
043200*　取消の通知を残す。予約の取消を行う各プログラムが呼び出す。
043300*　パラメータ：
043400*　　入力１：予約番号 (PIC 9(6))
043500*　　出力１：取消件数 (PIC 9(4))
043600*========================================================================
043700 IDENTIFICATION  DIVISION.
043800 PROGRAM-ID. "付帯注文取消".
043900 ENVIRONMENT     DIVISION.
044000 INPUT-OUTPUT SECTION.
044100 FILE-CONTROL.
044200     SELECT OPTIONAL 仕出し注文ファイル
044300       ASSIGN TO "SHIDAYOY"
044400       ORGANIZATION IS INDEXED
044500       ACCESS MODE  IS DYNAMIC
044600       RECORD KEY   IS 注文番号
044700       FILE STATUS  IS 仕出し注文状態.
044800     SELECT OPTIONAL 通知ファイル
044900       ASSIGN TO "NOTIFY"
045000       ORGANIZATION IS LINE SEQUENTIAL
045100       FILE STATUS  IS 通知ファイル状態.
045200 DATA            DIVISION.
045300 FILE SECTION.
045400 FD  仕出し注文ファイル.
045500     COPY SHIDAYOY.
045600 FD  通知ファイル.
045700 01  通知レコード.
045800     02  通知日時            PIC  X(14).
045900     02  FILLER              PIC  X(01).
046000     02  通知宛先            PIC  X(20).
046100     02  FILLER              PIC  X(01).
046200     02  通知本文            PIC  X(80).
046300     02  FILLER              PIC  X(01).
046400     02  通知配信区分        PIC  X(01).
046500         88  配信済          VALUE "1".
046600 WORKING-STORAGE SECTION.
046700 77  仕出し注文状態          PIC  X(02).
046800     88  仕出し注文正常      VALUE "00" "05".
046900 77  通知ファイル状態        PIC  X(02).
047000     88  通知ファイル正常    VALUE "00" "05".
047100*　通知ファイル状態は入出力のたびに変わるため，オープンの成否
047200*　は別のフラグに控えて判定する。
047300 77  通知使用可フラグ        PIC  X(01).
047400     88  通知使用可          VALUE "Y".
047500 77  走査終了フラグ          PIC  X(01).
047600     88  走査終了            VALUE "Y".
047700 01  現在日時.
047800     02  現在日時１４        PIC  X(14).
047900     02  FILLER              PIC  X(07).
048000 LINKAGE         SECTION.
048100 01  取消予約番号            PIC  9(06).
048200 01  取消件数                PIC  9(04).
048300 PROCEDURE       DIVISION USING 取消予約番号 取消件数.
048400 注文取消開始.
048500     MOVE 0 TO 取消件数.
048600     OPEN I-O 仕出し注文ファイル.
048700     IF NOT 仕出し注文正常
048800       EXIT PROGRAM
048900     END-IF.
049000     MOVE SPACE TO 通知使用可フラグ.
049100     OPEN EXTEND 通知ファイル.
049200     IF 通知ファイル正常
049300       SET 通知使用可 TO TRUE
049400     END-IF.
049500     MOVE FUNCTION CURRENT-DATE TO 現在日時.
049600     MOVE "N" TO 走査終了フラグ.
049700     MOVE 0 TO 注文番号.
049800     START 仕出し注文ファイル KEY > 注文番号
049900       INVALID KEY
050000         SET 走査終了 TO TRUE
050100     END-START.
050200     PERFORM 注文取消明細 UNTIL 走査終了.
050300     IF 通知使用可
050400       CLOSE 通知ファイル
050500     END-IF.
050600     CLOSE 仕出し注文ファイル.
050700     EXIT PROGRAM.
050800*
050900 注文取消明細.
051000     READ 仕出し注文ファイル NEXT RECORD
051100       AT END
051200         SET 走査終了 TO TRUE
051300       NOT AT END
051400         IF 注文有効
051500            AND 注文予約番号 = 取消予約番号
051600           PERFORM 注文取消実行
051700         END-IF
051800     END-READ.
051900*
052000 注文取消実行.
052100     SET 注文取消済 TO TRUE.
052200     REWRITE 仕出し注文レコード.
052300     ADD 1 TO 取消件数.
052400     IF 通知使用可
052500       MOVE SPACE TO 通知レコード
052600       MOVE 現在日時１４ TO 通知日時
052700       MOVE 注文業者名   TO 通知宛先
052800       MOVE SPACE TO 通知本文
052900       STRING "予約取消により注文取消 注文番号："
053000              注文番号 " 納品：" 納品日
053100              "-" 納品時刻 " 数量：" 注文数量
053200              DELIMITED BY SIZE INTO 通知本文
053300       WRITE 通知レコード
053400     END-IF.
053500 END PROGRAM "付帯注文取消".
