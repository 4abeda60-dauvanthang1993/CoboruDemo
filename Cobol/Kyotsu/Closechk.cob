000100*=================================================================
000200*　共通：月次締め点検
000300*
000400*　　指定したサブシステム・年月を締処理中にしてから，締める前
000500*　の統制点検を行い，すべて合格したときだけ締めカレンダー
000600*　（CLOSECAL）を締済にする。不合格の項目が残れば締処理中の
000700*　まま終わり，原因を直して再実行する。締処理中の間も計上は
000800*　止まる。点検項目：
000900*　　１ 精算確認（K_SEISAN）の報告SEISAN.RPTが対象年月の日付で
001000*　　　 不一致口座数が０であること。
001100*　　２ 料金バッチ（BILLBATCH）の照合報告BILLBAL.RPTが
001200*　　　 RESULT: BALANCEDであること。
001300*　　３ 仕訳エクスポート（GLEXPORT）のSIWAKE.DATに対象年月の
001400*　　　 バッチがあり，どのバッチも明細の件数・合計金額がトレーラ
001500*　　　 と一致すること。
001600*　　４ 運用メッセージ（OPMSG）に未対応の異常（Ｅ）が無いこと。
001700*
001800*　　点検結果は締め点検報告（CLOSECHK.RPT）へ書き出して印刷
001900*　スプールへ登録し，不合格のときは運用メッセージに警告を残す。
002000*　締めカレンダーの変更は監査ジャーナル（AUDITJNL）に残す。
002100*
002200*     Copyright 1992-2015 FUJITSU LIMITED
002300*=================================================================
002400 IDENTIFICATION DIVISION.
002500  PROGRAM-ID. CLOSECHK.
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL 締めカレンダーファイル
003000       ASSIGN TO "CLOSECAL"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS RANDOM
003300       RECORD KEY   IS 締キー
003400       FILE STATUS  IS 締めカレンダー状態.
003500     SELECT OPTIONAL 精算報告ファイル
003600       ASSIGN TO "SEISAN.RPT"
003700       ORGANIZATION IS LINE SEQUENTIAL
003800       FILE STATUS  IS 精算報告状態.
003900     SELECT OPTIONAL 料金照合ファイル
004000       ASSIGN TO "BILLBAL.RPT"
004100       ORGANIZATION IS LINE SEQUENTIAL
004200       FILE STATUS  IS 料金照合状態.
004300     SELECT OPTIONAL 仕訳ファイル
004400       ASSIGN TO "SIWAKE.DAT"
004500       ORGANIZATION IS LINE SEQUENTIAL
004600       FILE STATUS  IS 仕訳ファイル状態.
004700     SELECT OPTIONAL 運用メッセージファイル
004800       ASSIGN TO "OPMSG"
004900       ORGANIZATION IS INDEXED
005000       ACCESS MODE  IS SEQUENTIAL
005100       RECORD KEY   IS メッセージ番号
005200       FILE STATUS  IS メッセージ状態.
005300     SELECT 報告ファイル
005400       ASSIGN TO "CLOSECHK.RPT"
005500       ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  締めカレンダーファイル.
005900 01  締めカレンダーレコード.
006000     02  締キー.
006100         03  締サブシステム  PIC  X(02).
006200             88  締対象サブシステム
006300                             VALUE "KY" "UR" "SK" "KH" "KK" "YO".
006400         03  締年月          PIC  9(06).
006500     02  締状態              PIC  X(01).
006600         88  締未            VALUE "0".
006700         88  締処理中        VALUE "1".
006800         88  締済            VALUE "2".
006900     02  締更新日時          PIC  X(14).
007000     02  締担当者            PIC  X(08).
007100     02  締点検日時          PIC  X(14).
007200     02  締点検結果          PIC  X(01).
007300         88  点検合格        VALUE "Y".
007400         88  点検不合格      VALUE "N".
007500*
007600*　精算確認レポートの見出し行と末尾の件数行。
007700*
007800 FD  精算報告ファイル.
007900 01  精算見出し行.
008000     02  精算見出し          PIC  X(32).
008100     02  FILLER              PIC  X(08).
008200     02  精算対象日          PIC  X(08).
008300     02  FILLER              PIC  X(42).
008400 01  精算件数行.
008500     02  精算件数見出し      PIC  X(12).
008600     02  精算対象口座数      PIC  X(05).
008700     02  FILLER              PIC  X(16).
008800     02  精算不一致口座数    PIC  X(05).
008900     02  FILLER              PIC  X(42).
009000 FD  料金照合ファイル.
009100 01  料金照合行              PIC  X(80).
009200*
009300*　仕訳ファイルのヘッダ（H）・明細（D）・トレーラ（T）行。
009400*
009500 FD  仕訳ファイル.
009600 01  仕訳行.
009700     02  仕訳行区分          PIC  X(01).
009800         88  仕訳ヘッダ      VALUE "H".
009900         88  仕訳明細        VALUE "D".
010000         88  仕訳トレーラ    VALUE "T".
010100     02  FILLER              PIC  X(99).
010200 01  仕訳ヘッダ行.
010300     02  FILLER              PIC  X(02).
010400     02  ヘッダ年月          PIC  X(06).
010500     02  FILLER              PIC  X(92).
010600 01  仕訳明細行.
010700     02  FILLER              PIC  X(21).
010800     02  明細金額            PIC S9(12).
010900     02  FILLER              PIC  X(67).
011000 01  仕訳トレーラ行.
011100     02  FILLER              PIC  X(02).
011200     02  トレーラ件数        PIC  9(05).
011300     02  FILLER              PIC  X(01).
011400     02  トレーラ金額        PIC  9(13).
011500     02  FILLER              PIC  X(79).
011600 FD  運用メッセージファイル.
011700 01  運用メッセージレコード.
011800     02  メッセージ番号      PIC  9(06).
011900     02  記録日時            PIC  X(14).
012000     02  発生プログラム      PIC  X(08).
012100     02  重大度              PIC  X(01).
012200         88  異常            VALUE "E".
012300     02  メッセージ本文      PIC  X(60).
012400     02  対応状態            PIC  X(01).
012500         88  未対応          VALUE "0".
012600 FD  報告ファイル.
012700 01  報告行                  PIC  X(100).
012800 WORKING-STORAGE SECTION.
012900 77  締めカレンダー状態      PIC  X(02).
013000     88  締めカレンダー正常  VALUE "00" "05".
013100 77  精算報告状態            PIC  X(02).
013200     88  精算報告正常        VALUE "00" "05".
013300 77  料金照合状態            PIC  X(02).
013400     88  料金照合正常        VALUE "00" "05".
013500 77  仕訳ファイル状態        PIC  X(02).
013600     88  仕訳ファイル正常    VALUE "00" "05".
013700 77  メッセージ状態          PIC  X(02).
013800     88  メッセージ正常      VALUE "00" "05".
013900 77  読込終了フラグ          PIC  X(01).
014000     88  読込終了            VALUE "Y".
014100 77  対象バッチフラグ        PIC  X(01).
014200     88  対象バッチ中        VALUE "Y".
014300 77  新規フラグ              PIC  X(01).
014400     88  締新規              VALUE "Y".
014500 77  対象サブシステム        PIC  X(02).
014600 77  対象年月                PIC  9(06).
014700 77  精算日付                PIC  X(08).
014800 77  精算不一致              PIC  X(05).
014900 77  料金結果                PIC  X(30).
015000 77  対象バッチ数            PIC  9(03).
015100 77  不一致バッチ数          PIC  9(03).
015200 77  照合件数                PIC  9(05).
015300 77  照合金額                PIC  9(13).
015400 77  未対応異常数            PIC  9(05).
015500 77  不合格数                PIC  9(01)  VALUE 0.
015600 77  点検結果                PIC  X(02).
015700 01  現在日時.
015800     02  現在日時１４        PIC  X(14).
015900     02  FILLER              PIC  X(07).
016000 01  点検行編集域.
016100     02  編集項目            PIC  X(30).
016200     02  FILLER              PIC  X(01)  VALUE SPACE.
016300     02  編集判定            PIC  X(02).
016400     02  FILLER              PIC  X(02)  VALUE SPACE.
016500     02  編集内容            PIC  X(60).
016600     COPY AUDITP REPLACING ==:MASTER:== BY =="CLOSECAL"==.
017300 01  スプール連絡域.
017400     02  スプール発行元      PIC  X(08)  VALUE "CLOSECHK".
017500     02  スプール帳票名      PIC  X(08)  VALUE "CLOSECHK".
017600     02  スプール本文名      PIC  X(20)
017700                             VALUE "CLOSECHK.RPT".
017800     02  スプール結果        PIC  9(01).
017900 01  運用通知域.
018000     02  通知プログラム      PIC  X(08)  VALUE "CLOSECHK".
018100     02  通知重大度          PIC  X(01).
018200     02  通知本文            PIC  X(60).
018300*
018400 PROCEDURE DIVISION.
018500     DISPLAY "月次締め点検".
018600     DISPLAY "担当者コードを入力してください".
018700     ACCEPT 監査担当者 FROM CONSOLE.
018800     DISPLAY "KY:給与 UR:売上 SK:請求 KH:経費"
018900             " KK:買掛 YO:貯金".
019000     DISPLAY "サブシステムを入力してください".
019100     ACCEPT 対象サブシステム FROM CONSOLE.
019200     DISPLAY "対象年月を入力してください(YYYYMM)".
019300     ACCEPT 対象年月 FROM CONSOLE.
019400     OPEN I-O 締めカレンダーファイル.
019500     IF NOT 締めカレンダー正常
019600       DISPLAY "締めカレンダーが開けません"
019700       MOVE 8 TO RETURN-CODE
019800       STOP RUN
019900     END-IF.
020000     PERFORM 締処理中設定.
020100     IF 締済
020200       DISPLAY "既に締済です"
020300       CLOSE 締めカレンダーファイル
020400       STOP RUN
020500     END-IF.
020600*
020700     OPEN OUTPUT 報告ファイル.
020800     MOVE SPACE TO 報告行.
020900     STRING "*** 月次締め点検 *** サブシステム:"
021000            対象サブシステム " 対象年月:" 対象年月
021100            DELIMITED BY SIZE INTO 報告行.
021200     WRITE 報告行.
021300     MOVE SPACE TO 報告行.
021400     WRITE 報告行.
021500     PERFORM 精算確認点検.
021600     PERFORM 料金照合点検.
021700     PERFORM 仕訳トレーラ点検.
021800     PERFORM 運用メッセージ点検.
021900     MOVE SPACE TO 報告行.
022000     WRITE 報告行.
022100*
022200     MOVE SPACE TO 報告行.
022300     IF 不合格数 = 0
022400       STRING "判定：全項目合格　締済にしました"
022500              DELIMITED BY SIZE INTO 報告行
022600     ELSE
022700       STRING "判定：不合格 " 不合格数
022800              " 項目　締処理中のままです"
022900              DELIMITED BY SIZE INTO 報告行
023000     END-IF.
023100     WRITE 報告行.
023200     CLOSE 報告ファイル.
023300     PERFORM 締め結果反映.
023400     CLOSE 締めカレンダーファイル.
023500     CALL "スプール登録" USING スプール発行元
023600                              スプール帳票名
023700                              スプール本文名
023800                              スプール結果.
023900     IF 不合格数 = 0
024000       DISPLAY "締済にしました"
024100     ELSE
024200       DISPLAY "点検不合格：" 不合格数 "項目"
024300       MOVE "W" TO 通知重大度
024400       MOVE SPACE TO 通知本文
024500       STRING "締め点検不合格 " 対象サブシステム
024600              " " 対象年月 " 項目数：" 不合格数
024700              DELIMITED BY SIZE INTO 通知本文
024800       CALL "運用通知" USING 通知プログラム
024900            通知重大度 通知本文
025000       MOVE 4 TO RETURN-CODE
025100     END-IF.
025200     STOP RUN.
025300*
025400*　点検の間の計上を止めるため，まず締処理中にする。締済の月は
025500*　そのまま返す。
025600*
025700 締処理中設定.
025800     MOVE 対象サブシステム TO 締サブシステム.
025900     MOVE 対象年月 TO 締年月.
026000     IF NOT 締対象サブシステム
026100       DISPLAY "サブシステムに誤りがあります"
026200       CLOSE 締めカレンダーファイル
026300       STOP RUN
026400     END-IF.
026500     MOVE "N" TO 新規フラグ.
026600     READ 締めカレンダーファイル
026700       INVALID KEY
026800         SET 締新規 TO TRUE
026850         SET 締未 TO TRUE
026900         MOVE SPACE TO 締点検日時 締点検結果
027000         MOVE SPACE TO 監査変更前
027100         MOVE "10" TO 監査区分
027200       NOT INVALID KEY
027300         MOVE 締めカレンダーレコード TO 監査変更前
027400         MOVE "20" TO 監査区分
027500     END-READ.
027600     IF 締済 OR 締処理中
027700       EXIT PARAGRAPH
027800     END-IF.
027900     SET 締処理中 TO TRUE.
028000     MOVE FUNCTION CURRENT-DATE TO 現在日時.
028100     MOVE 現在日時１４ TO 締更新日時.
028200     MOVE 監査担当者 TO 締担当者.
028300     IF 締新規
028400       WRITE 締めカレンダーレコード
028500     ELSE
028600       REWRITE 締めカレンダーレコード
028700     END-IF.
028800     PERFORM 変更監査記録.
028900*
029000*　点検結果を記録し，全項目合格なら締済にする。
029100*
029200 締め結果反映.
029300     MOVE 締めカレンダーレコード TO 監査変更前.
029400     MOVE "20" TO 監査区分.
029500     MOVE FUNCTION CURRENT-DATE TO 現在日時.
029600     MOVE 現在日時１４ TO 締点検日時.
029700     IF 不合格数 = 0
029800       SET 点検合格 TO TRUE
029900       SET 締済 TO TRUE
030000       MOVE 現在日時１４ TO 締更新日時
030100       MOVE 監査担当者 TO 締担当者
030200     ELSE
030300       SET 点検不合格 TO TRUE
030400     END-IF.
030500     REWRITE 締めカレンダーレコード.
030600     PERFORM 変更監査記録.
030700*
030800*　精算確認レポートの見出しの対象日と末尾の不一致口座数を見る。
030900*
031000 精算確認点検.
031100     MOVE SPACE TO 精算日付 精算不一致.
031200     MOVE "N" TO 読込終了フラグ.
031300     OPEN INPUT 精算報告ファイル.
031400     IF NOT 精算報告正常
031500       SET 読込終了 TO TRUE
031600     END-IF.
031700     PERFORM 精算報告読込 UNTIL 読込終了.
031800     CLOSE 精算報告ファイル.
031900     MOVE "精算確認（K_SEISAN）" TO 編集項目.
032000     MOVE SPACE TO 編集内容.
032100     EVALUATE TRUE
032200       WHEN 精算日付 = SPACE
032300         MOVE "NG" TO 点検結果
032400         MOVE "SEISAN.RPTがありません" TO 編集内容
032500       WHEN 精算日付(1:6) NOT = 対象年月
032600         MOVE "NG" TO 点検結果
032700         STRING "対象日 " 精算日付 " は対象年月外"
032800                DELIMITED BY SIZE INTO 編集内容
032900       WHEN 精算不一致 NOT = "00000"
033000         MOVE "NG" TO 点検結果
033100         STRING "対象日 " 精算日付 " 不一致口座数 "
033200                精算不一致
033300                DELIMITED BY SIZE INTO 編集内容
033400       WHEN OTHER
033500         MOVE "OK" TO 点検結果
033600         STRING "対象日 " 精算日付 " 不一致口座数 "
033700                精算不一致
033800                DELIMITED BY SIZE INTO 編集内容
033900     END-EVALUATE.
034000     PERFORM 点検行出力.
034100*
034200 精算報告読込.
034300     READ 精算報告ファイル
034400       AT END
034500         SET 読込終了 TO TRUE
034600       NOT AT END
034700         IF 精算見出し = "*** 精算確認レポート ***"
034800           MOVE 精算対象日 TO 精算日付
034900         END-IF
035000         IF 精算件数見出し = "対象口座数："
035100           MOVE 精算不一致口座数 TO 精算不一致
035200         END-IF
035300     END-READ.
035400*
035500*　料金バッチの照合報告の結果行を見る。
035600*
035700 料金照合点検.
035800     MOVE SPACE TO 料金結果.
035900     MOVE "N" TO 読込終了フラグ.
036000     OPEN INPUT 料金照合ファイル.
036100     IF NOT 料金照合正常
036200       SET 読込終了 TO TRUE
036300     END-IF.
036400     PERFORM 料金照合読込 UNTIL 読込終了.
036500     CLOSE 料金照合ファイル.
036600     MOVE "料金照合（BILLBATCH）" TO 編集項目.
036700     IF 料金結果 = "RESULT: BALANCED"
036800       MOVE "OK" TO 点検結果
036900     ELSE
037000       MOVE "NG" TO 点検結果
037100     END-IF.
037200     IF 料金結果 = SPACE
037300       MOVE "BILLBAL.RPTがありません" TO 編集内容
037400     ELSE
037500       MOVE 料金結果 TO 編集内容
037600     END-IF.
037700     PERFORM 点検行出力.
037800*
037900 料金照合読込.
038000     READ 料金照合ファイル
038100       AT END
038200         SET 読込終了 TO TRUE
038300       NOT AT END
038400         IF 料金照合行(1:7) = "RESULT:"
038500           MOVE 料金照合行 TO 料金結果
038600         END-IF
038700     END-READ.
038800*
038900*　対象年月のヘッダで始まるバッチごとに明細を数え，トレーラと
039000*　突き合わせる。トレーラの無いバッチも不一致とする。
039100*
039200 仕訳トレーラ点検.
039300     MOVE 0 TO 対象バッチ数 不一致バッチ数.
039400     MOVE "N" TO 対象バッチフラグ.
039500     MOVE "N" TO 読込終了フラグ.
039600     OPEN INPUT 仕訳ファイル.
039700     IF NOT 仕訳ファイル正常
039800       SET 読込終了 TO TRUE
039900     END-IF.
040000     PERFORM 仕訳読込 UNTIL 読込終了.
040100     CLOSE 仕訳ファイル.
040200     IF 対象バッチ中
040300       ADD 1 TO 不一致バッチ数
040400     END-IF.
040500     MOVE "仕訳トレーラ（GLEXPORT）" TO 編集項目.
040600     MOVE SPACE TO 編集内容.
040700     IF 対象バッチ数 = 0
040800       MOVE "NG" TO 点検結果
040900       MOVE "対象年月の仕訳バッチがありません"
041000         TO 編集内容
041100     ELSE
041200       IF 不一致バッチ数 = 0
041300         MOVE "OK" TO 点検結果
041400       ELSE
041500         MOVE "NG" TO 点検結果
041600       END-IF
041700       STRING "バッチ数 " 対象バッチ数
041800              " トレーラ不一致 " 不一致バッチ数
041900              DELIMITED BY SIZE INTO 編集内容
042000     END-IF.
042100     PERFORM 点検行出力.
042200*
042300 仕訳読込.
042400     READ 仕訳ファイル
042500       AT END
042600         SET 読込終了 TO TRUE
042700       NOT AT END
042800         EVALUATE TRUE
042900           WHEN 仕訳ヘッダ
043000             PERFORM 仕訳ヘッダ判定
043100           WHEN 仕訳明細
043200             IF 対象バッチ中
043300               ADD 1 TO 照合件数
043400               ADD 明細金額 TO 照合金額
043500             END-IF
043600           WHEN 仕訳トレーラ
043700             IF 対象バッチ中
043800               IF トレーラ件数 NOT = 照合件数
043900                  OR トレーラ金額 NOT = 照合金額
044000                 ADD 1 TO 不一致バッチ数
044100               END-IF
044200               MOVE "N" TO 対象バッチフラグ
044300             END-IF
044400         END-EVALUATE
044500     END-READ.
044600*
044700 仕訳ヘッダ判定.
044800     IF 対象バッチ中
044900       ADD 1 TO 不一致バッチ数
045000     END-IF.
045100     MOVE "N" TO 対象バッチフラグ.
045200     IF ヘッダ年月 = 対象年月
045300       SET 対象バッチ中 TO TRUE
045400       ADD 1 TO 対象バッチ数
045500       MOVE 0 TO 照合件数 照合金額
045600     END-IF.
045700*
045800*　未対応の異常メッセージを数え，報告に書き出す。
045900*
046000 運用メッセージ点検.
046100     MOVE 0 TO 未対応異常数.
046200     MOVE "N" TO 読込終了フラグ.
046300     OPEN INPUT 運用メッセージファイル.
046400     IF NOT メッセージ正常
046500       SET 読込終了 TO TRUE
046600     END-IF.
046700     PERFORM メッセージ読込 UNTIL 読込終了.
046800     CLOSE 運用メッセージファイル.
046900     MOVE "運用メッセージ（OPMSG）" TO 編集項目.
047000     MOVE SPACE TO 編集内容.
047100     IF 未対応異常数 = 0
047200       MOVE "OK" TO 点検結果
047300     ELSE
047400       MOVE "NG" TO 点検結果
047500     END-IF.
047600     STRING "未対応の異常 " 未対応異常数 " 件"
047700            DELIMITED BY SIZE INTO 編集内容.
047800     PERFORM 点検行出力.
047900*
048000 メッセージ読込.
048100     READ 運用メッセージファイル NEXT RECORD
048200       AT END
048300         SET 読込終了 TO TRUE
048400       NOT AT END
048500         IF 異常 AND 未対応
048600           ADD 1 TO 未対応異常数
048700           MOVE SPACE TO 報告行
048800           STRING "  未対応 " メッセージ番号 " "
048900                  発生プログラム " " メッセージ本文
049000                  DELIMITED BY SIZE INTO 報告行
049100           WRITE 報告行
049200         END-IF
049300     END-READ.
049400*
049500 点検行出力.
049600     MOVE 点検結果 TO 編集判定.
049700     IF 点検結果 NOT = "OK"
049800       ADD 1 TO 不合格数
049900     END-IF.
050000     MOVE 点検行編集域 TO 報告行.
050100     WRITE 報告行.
050200*
050300 変更監査記録.
050400     MOVE 締キー TO 監査キー.
050500     MOVE 締めカレンダーレコード TO 監査変更後.
050600     CALL "変更監査" USING 監査連絡域.
050700 END PROGRAM CLOSECHK.
