000100*=================================================================
000200*　共通：ログ整理（保存期間による退避・削除）
000300*
000400*　　保存期間マスタ（RETNMST，保守はRETNMNT）に登録された運用
000500*　ログを１件ずつ整理する夜間バッチ。ジョブネット（JOBNET）の
000600*　ステップとして起動する。運用日から保存日数をさかのぼった日
000700*　より前のレコードを期限切れとし，マスタの扱いに従って日付付き
000800*　の退避ファイル（ログ名.YYYYMMDD）へ移すか削除する。
000900*
001000*　　順編成のログはレコード先頭の日時（YYYYMMDDhhmmss）で判定し，
001100*　残すレコードを作業ファイル（LOGPURGE.WRK）へ写してからログへ
001200*　書き戻す。運用メッセージ（OPMSG）は対応済のもの，スプール管理
001300*　（SPOOLCTL）は印刷済のものだけを期限切れの対象とし，未対応の
001400*　メッセージ・印刷前の帳票は残す。
001500*
001600*　　使用ステップとして登録したステップが実行状態ファイル
001700*　（JOBSTATE）で実行中のログは，開かれている途中とみなして飛ば
001800*　し，運用メッセージへ警告を通知する。ログごとの件数は整理報告
001900*　（LOGPURGE.RPT）に書き出して印刷スプールへ登録する。
002000*
002100*     Copyright 1992-2015 FUJITSU LIMITED
002200*=================================================================
002300 IDENTIFICATION DIVISION.
002400  PROGRAM-ID. LOGPURGE.
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL 保存期間ファイル
002900       ASSIGN TO "RETNMST"
003000       ORGANIZATION IS INDEXED
003100       ACCESS MODE  IS DYNAMIC
003200       RECORD KEY   IS 保存ログ名
003300       FILE STATUS  IS 保存期間状態.
003400     SELECT OPTIONAL 実行状態ファイル
003500       ASSIGN TO "JOBSTATE"
003600       ORGANIZATION IS INDEXED
003700       ACCESS MODE  IS RANDOM
003800       RECORD KEY   IS 状態ステップ名
003900       FILE STATUS  IS 実行状態状態.
004000     SELECT 対象ログファイル
004100       ASSIGN TO 対象ログ名
004200       ORGANIZATION IS LINE SEQUENTIAL
004300       FILE STATUS  IS 対象ログ状態.
004400     SELECT 作業ファイル
004500       ASSIGN TO "LOGPURGE.WRK"
004600       ORGANIZATION IS LINE SEQUENTIAL
004700       FILE STATUS  IS 作業ファイル状態.
004800     SELECT OPTIONAL 退避ファイル
004900       ASSIGN TO 退避ファイル名
005000       ORGANIZATION IS LINE SEQUENTIAL
005100       FILE STATUS  IS 退避ファイル状態.
005200     SELECT OPTIONAL 運用メッセージファイル
005300       ASSIGN TO "OPMSG"
005400       ORGANIZATION IS INDEXED
005500       ACCESS MODE  IS DYNAMIC
005600       RECORD KEY   IS メッセージ番号
005700       FILE STATUS  IS メッセージ状態.
005800     SELECT OPTIONAL スプール管理ファイル
005900       ASSIGN TO "SPOOLCTL"
006000       ORGANIZATION IS INDEXED
006100       ACCESS MODE  IS DYNAMIC
006200       RECORD KEY   IS ジョブ番号
006300       FILE STATUS  IS スプール状態.
006400     SELECT 報告ファイル
006500       ASSIGN TO "LOGPURGE.RPT"
006600       ORGANIZATION IS LINE SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  保存期間ファイル.
007000 01  保存期間レコード.
007100     02  保存ログ名          PIC  X(20).
007200     02  保存日数            PIC  9(04).
007300     02  期限切れ処理        PIC  X(01).
007400         88  期限切れ退避    VALUE "A".
007500         88  期限切れ削除    VALUE "D".
007600     02  使用ステップ  OCCURS 3
007700                             PIC  X(08).
007800     02  最終整理日          PIC  9(08).
007900     02  最終整理件数        PIC  9(07).
008000 FD  実行状態ファイル.
008100 01  実行状態レコード.
008200     02  状態ステップ名      PIC  X(08).
008300     02  ステップ状態        PIC  X(01).
008400         88  ステップ実行中  VALUE "1".
008500     02  状態終了コード      PIC S9(09).
008600     02  状態更新日時        PIC  X(14).
008700 FD  対象ログファイル.
008800 01  対象ログレコード.
008900     02  ログ記録日          PIC  X(08).
009000     02  FILLER              PIC  X(192).
009100 FD  作業ファイル.
009200 01  作業レコード            PIC  X(200).
009300 FD  退避ファイル.
009400 01  退避レコード            PIC  X(200).
009500 FD  運用メッセージファイル.
009600 01  運用メッセージレコード.
009700     02  メッセージ番号      PIC  9(06).
009800     02  記録日時            PIC  X(14).
009900     02  発生プログラム      PIC  X(08).
010000     02  重大度              PIC  X(01).
010100     02  メッセージ本文      PIC  X(60).
010200     02  対応状態            PIC  X(01).
010300         88  対応済          VALUE "1".
010400 FD  スプール管理ファイル.
010500 01  スプール管理レコード.
010600     02  ジョブ番号          PIC  9(06).
010700     02  発行元プログラム    PIC  X(08).
010800     02  帳票名              PIC  X(08).
010900     02  ページ数            PIC  9(04).
011000     02  ジョブ状態          PIC  X(01).
011100         88  印刷済          VALUE "3".
011200     02  ジョブ本文ファイル  PIC  X(20).
011300     02  ジョブ登録日時      PIC  X(14).
011400 FD  報告ファイル.
011500 01  報告行                  PIC  X(100).
011600 WORKING-STORAGE SECTION.
011700 77  保存期間状態            PIC  X(02).
011800     88  保存期間正常        VALUE "00" "05".
011900 77  実行状態状態            PIC  X(02).
012000     88  実行状態正常        VALUE "00" "05".
012100 77  対象ログ状態            PIC  X(02).
012200     88  対象ログ正常        VALUE "00" "05".
012300 77  作業ファイル状態        PIC  X(02).
012400     88  作業ファイル正常    VALUE "00" "05".
012500 77  退避ファイル状態        PIC  X(02).
012600     88  退避ファイル正常    VALUE "00" "05".
012700 77  メッセージ状態          PIC  X(02).
012800     88  メッセージ正常      VALUE "00" "05".
012900 77  スプール状態            PIC  X(02).
013000     88  スプール正常        VALUE "00" "05".
013100 77  対象ログ名              PIC  X(20).
013200 77  退避ファイル名          PIC  X(30).
013300 77  マスタ終了フラグ        PIC  X(01)  VALUE "N".
013400     88  マスタ終了          VALUE "Y".
013500 77  読込終了フラグ          PIC  X(01).
013600     88  読込終了            VALUE "Y".
013700 77  実行状態使用可フラグ    PIC  X(01)  VALUE "N".
013800     88  実行状態使用可      VALUE "Y".
013900 77  使用中フラグ            PIC  X(01).
014000     88  ログ使用中          VALUE "Y".
014100 77  ステップ添字            PIC  9(01).
014200 77  運用日                  PIC  9(08).
014300 77  期限日                  PIC  9(08).
014400 77  読込件数                PIC  9(07).
014500 77  保持件数                PIC  9(07).
014600 77  期限切れ件数            PIC  9(07).
014700 77  整理ログ数              PIC  9(03)  VALUE 0.
014800 77  飛ばしログ数            PIC  9(03)  VALUE 0.
014900 77  期限切れ合計            PIC  9(09)  VALUE 0.
015000 77  処理結果                PIC  X(27).
015100 01  現在日時.
015200     02  現在日付８          PIC  9(08).
015300     02  FILLER              PIC  X(13).
015400 01  明細行編集域.
015500     02  編集ログ名          PIC  X(20).
015600     02  FILLER              PIC  X(01)  VALUE SPACE.
015700     02  編集日数            PIC  ZZZ9.
015800     02  FILLER              PIC  X(01)  VALUE SPACE.
015900     02  編集扱い            PIC  X(06).
016000     02  FILLER              PIC  X(01)  VALUE SPACE.
016100     02  編集期限日          PIC  9(08).
016200     02  FILLER              PIC  X(01)  VALUE SPACE.
016300     02  編集読込            PIC  Z,ZZZ,ZZ9.
016400     02  FILLER              PIC  X(01)  VALUE SPACE.
016500     02  編集保持            PIC  Z,ZZZ,ZZ9.
016600     02  FILLER              PIC  X(01)  VALUE SPACE.
016700     02  編集期限切れ        PIC  Z,ZZZ,ZZ9.
016800     02  FILLER              PIC  X(01)  VALUE SPACE.
016900     02  編集結果            PIC  X(27).
017000 01  スプール連絡域.
017100     02  スプール発行元      PIC  X(08)  VALUE "LOGPURGE".
017200     02  スプール帳票名      PIC  X(08)  VALUE "LOGPURGE".
017266     02  スプール本文名      PIC  X(20)
017332                             VALUE "LOGPURGE.RPT".
017400     02  スプール結果        PIC  9(01).
017500 01  運用通知域.
017600     02  通知プログラム      PIC  X(08)  VALUE "LOGPURGE".
017700     02  通知重大度          PIC  X(01).
017800     02  通知本文            PIC  X(60).
017900*
018000 PROCEDURE DIVISION.
018100     DISPLAY "ログ整理".
018200     OPEN I-O 保存期間ファイル.
018300     IF NOT 保存期間正常
018400       DISPLAY "保存期間マスタが開けません"
018500       MOVE 8 TO RETURN-CODE
018600       STOP RUN
018700     END-IF.
018800     OPEN INPUT 実行状態ファイル.
018900     IF 実行状態正常
019000       SET 実行状態使用可 TO TRUE
019100     END-IF.
019200     MOVE FUNCTION CURRENT-DATE TO 現在日時.
019300     MOVE 現在日付８ TO 運用日.
019400     OPEN OUTPUT 報告ファイル.
019500     MOVE SPACE TO 報告行.
019600     STRING "*** ログ整理報告 運用日 " 運用日 " ***"
019700            DELIMITED BY SIZE INTO 報告行.
019800     WRITE 報告行.
019900     MOVE SPACE TO 報告行.
020000     STRING "ログ名               日数 扱い 期限日   "
020100            "   読込件数   保持件数 期限切れ 結果"
020200            DELIMITED BY SIZE INTO 報告行.
020300     WRITE 報告行.
020400*
020500     MOVE LOW-VALUE TO 保存ログ名.
020600     START 保存期間ファイル KEY > 保存ログ名
020700       INVALID KEY
020800         SET マスタ終了 TO TRUE
020900     END-START.
021000     PERFORM マスタ読込.
021100     PERFORM ログ整理処理
021200           THRU ログ整理処理出口
021300         UNTIL マスタ終了.
021400*
021500     MOVE SPACE TO 報告行.
021600     WRITE 報告行.
021700     MOVE SPACE TO 報告行.
021800     STRING "整理ログ数：" 整理ログ数
021900            "　飛ばし：" 飛ばしログ数
022000            "　期限切れ合計：" 期限切れ合計
022100            DELIMITED BY SIZE INTO 報告行.
022200     WRITE 報告行.
022300     CLOSE 報告ファイル.
022400     IF 実行状態使用可
022500       CLOSE 実行状態ファイル
022600     END-IF.
022700     CLOSE 保存期間ファイル.
022800     CALL "スプール登録" USING スプール発行元
022900                              スプール帳票名
023000                              スプール本文名
023100                              スプール結果.
023200     DISPLAY "整理ログ数：" 整理ログ数.
023300     DISPLAY "飛ばしログ数：" 飛ばしログ数.
023400     STOP RUN.
023500*
023600 マスタ読込.
023700     READ 保存期間ファイル NEXT RECORD
023800       AT END
023900         SET マスタ終了 TO TRUE
024000     END-READ.
024100*
024200*　ログ１件分。使用中でなければ期限日を求め，ログの種類に応じ
024300*　て整理する。
024400*
024500 ログ整理処理.
024600     MOVE 0 TO 読込件数 保持件数 期限切れ件数.
024700     MOVE SPACE TO 処理結果.
024800     MOVE 0 TO 期限日.
024900     PERFORM 使用中判定.
025000     IF ログ使用中
025100       MOVE "使用中のため飛ばし" TO 処理結果
025200       ADD 1 TO 飛ばしログ数
025300       PERFORM 明細出力
025400       MOVE "W" TO 通知重大度
025500       MOVE SPACE TO 通知本文
025600       STRING "実行中のため整理せず "
025700              保存ログ名
025800              DELIMITED BY SIZE INTO 通知本文
025900       CALL "運用通知" USING 通知プログラム
026000            通知重大度 通知本文
026100       GO TO ログ整理処理次
026200     END-IF.
026300     COMPUTE 期限日 = FUNCTION DATE-OF-INTEGER(
026400         FUNCTION INTEGER-OF-DATE(運用日) - 保存日数).
026500     MOVE SPACE TO 退避ファイル名.
026600     STRING 保存ログ名 DELIMITED BY SPACE
026700            "." 運用日 DELIMITED BY SIZE
026800       INTO 退避ファイル名.
026900     EVALUATE 保存ログ名
027000       WHEN "OPMSG"
027100         PERFORM 運用メッセージ整理
027200       WHEN "SPOOLCTL"
027300         PERFORM スプール管理整理
027400       WHEN OTHER
027500         PERFORM 順編成ログ整理
027600     END-EVALUATE.
027700     IF 処理結果 = SPACE
027800       MOVE "整理済" TO 処理結果
027900       ADD 1 TO 整理ログ数
028000       ADD 期限切れ件数 TO 期限切れ合計
028100       MOVE 運用日 TO 最終整理日
028200       MOVE 期限切れ件数 TO 最終整理件数
028300       REWRITE 保存期間レコード
028400     END-IF.
028500     PERFORM 明細出力.
028600*
028700 ログ整理処理次.
028800     PERFORM マスタ読込.
028900*
029000 ログ整理処理出口.
029100     EXIT.
029200*
029300*　使用ステップのいずれかが実行状態ファイルで実行中なら，
029400*　ログは開かれている途中とみなす。
029500*
029600 使用中判定.
029700     MOVE "N" TO 使用中フラグ.
029800     IF NOT 実行状態使用可
029900       EXIT PARAGRAPH
030000     END-IF.
030100     PERFORM 使用ステップ判定
030200         VARYING ステップ添字 FROM 1 BY 1
030300         UNTIL ステップ添字 > 3.
030400*
030500 使用ステップ判定.
030600     IF 使用ステップ(ステップ添字) NOT = SPACE
030666       MOVE 使用ステップ(ステップ添字)
030732         TO 状態ステップ名
030800       READ 実行状態ファイル
030900         INVALID KEY
031000           CONTINUE
031100         NOT INVALID KEY
031200           IF ステップ実行中
031300             SET ログ使用中 TO TRUE
031400           END-IF
031500       END-READ
031600     END-IF.
031700*
031800*　順編成のログ。残すレコードを作業ファイルへ写し，期限切れが
031900*　あったときだけログを作業ファイルから書き戻す。
032000*
032100 順編成ログ整理.
032200     MOVE 保存ログ名 TO 対象ログ名.
032300     OPEN INPUT 対象ログファイル.
032400     IF NOT 対象ログ正常
032500       MOVE "ファイルなし" TO 処理結果
032600       EXIT PARAGRAPH
032700     END-IF.
032800     OPEN OUTPUT 作業ファイル.
032900     IF 期限切れ退避
033000       OPEN EXTEND 退避ファイル
033100     END-IF.
033200     MOVE "N" TO 読込終了フラグ.
033300     PERFORM 対象ログ読込.
033400     PERFORM 順編成１件判定 UNTIL 読込終了.
033500     IF 期限切れ退避
033600       CLOSE 退避ファイル
033700     END-IF.
033800     CLOSE 作業ファイル.
033900     CLOSE 対象ログファイル.
034000     IF 期限切れ件数 = 0
034100       EXIT PARAGRAPH
034200     END-IF.
034300     OPEN INPUT 作業ファイル.
034400     OPEN OUTPUT 対象ログファイル.
034500     IF NOT 対象ログ正常
034600       MOVE "書戻し不可" TO 処理結果
034700       CLOSE 作業ファイル
034800       EXIT PARAGRAPH
034900     END-IF.
035000     MOVE "N" TO 読込終了フラグ.
035100     PERFORM 作業ファイル読込.
035200     PERFORM 書戻し UNTIL 読込終了.
035300     CLOSE 対象ログファイル.
035400     CLOSE 作業ファイル.
035500*
035600 対象ログ読込.
035700     READ 対象ログファイル
035800       AT END
035900         SET 読込終了 TO TRUE
036000     END-READ.
036100*
036200 順編成１件判定.
036300     ADD 1 TO 読込件数.
036400     IF ログ記録日 IS NUMERIC
036500        AND ログ記録日 < 期限日
036600       ADD 1 TO 期限切れ件数
036700       IF 期限切れ退避
036800         MOVE 対象ログレコード TO 退避レコード
036900         WRITE 退避レコード
037000       END-IF
037100     ELSE
037200       ADD 1 TO 保持件数
037300       MOVE 対象ログレコード TO 作業レコード
037400       WRITE 作業レコード
037500     END-IF.
037600     PERFORM 対象ログ読込.
037700*
037800 作業ファイル読込.
037900     READ 作業ファイル
038000       AT END
038100         SET 読込終了 TO TRUE
038200     END-READ.
038300*
038400 書戻し.
038500     MOVE 作業レコード TO 対象ログレコード.
038600     WRITE 対象ログレコード.
038700     PERFORM 作業ファイル読込.
038800*
038900*　運用メッセージは対応済で期限切れのものだけ整理する。
039000*
039100 運用メッセージ整理.
039200     OPEN I-O 運用メッセージファイル.
039300     IF NOT メッセージ正常
039400       MOVE "開けません" TO 処理結果
039500       EXIT PARAGRAPH
039600     END-IF.
039700     IF 期限切れ退避
039800       OPEN EXTEND 退避ファイル
039900     END-IF.
040000     MOVE "N" TO 読込終了フラグ.
040100     MOVE 0 TO メッセージ番号.
040200     START 運用メッセージファイル
040300           KEY > メッセージ番号
040400       INVALID KEY
040500         SET 読込終了 TO TRUE
040600     END-START.
040700     PERFORM 運用メッセージ１件判定 UNTIL 読込終了.
040800     IF 期限切れ退避
040900       CLOSE 退避ファイル
041000     END-IF.
041100     CLOSE 運用メッセージファイル.
041200*
041300 運用メッセージ１件判定.
041400     READ 運用メッセージファイル NEXT RECORD
041500       AT END
041600         SET 読込終了 TO TRUE
041700         EXIT PARAGRAPH
041800     END-READ.
041900     ADD 1 TO 読込件数.
042000     IF 対応済 AND 記録日時(1:8) < 期限日
042100       ADD 1 TO 期限切れ件数
042200       IF 期限切れ退避
042266         MOVE 運用メッセージレコード
042332           TO 退避レコード
042400         WRITE 退避レコード
042500       END-IF
042600       DELETE 運用メッセージファイル RECORD
042700     ELSE
042800       ADD 1 TO 保持件数
042900     END-IF.
043000*
043100*　スプール管理は印刷済で期限切れの帳票だけ整理する。
043200*
043300 スプール管理整理.
043400     OPEN I-O スプール管理ファイル.
043500     IF NOT スプール正常
043600       MOVE "開けません" TO 処理結果
043700       EXIT PARAGRAPH
043800     END-IF.
043900     IF 期限切れ退避
044000       OPEN EXTEND 退避ファイル
044100     END-IF.
044200     MOVE "N" TO 読込終了フラグ.
044300     MOVE 0 TO ジョブ番号.
044400     START スプール管理ファイル KEY > ジョブ番号
044500       INVALID KEY
044600         SET 読込終了 TO TRUE
044700     END-START.
044800     PERFORM スプール管理１件判定 UNTIL 読込終了.
044900     IF 期限切れ退避
045000       CLOSE 退避ファイル
045100     END-IF.
045200     CLOSE スプール管理ファイル.
045300*
045400 スプール管理１件判定.
045500     READ スプール管理ファイル NEXT RECORD
045600       AT END
045700         SET 読込終了 TO TRUE
045800         EXIT PARAGRAPH
045900     END-READ.
046000     ADD 1 TO 読込件数.
046100     IF 印刷済 AND ジョブ登録日時(1:8) < 期限日
046200       ADD 1 TO 期限切れ件数
046300       IF 期限切れ退避
046400         MOVE スプール管理レコード TO 退避レコード
046500         WRITE 退避レコード
046600       END-IF
046700       DELETE スプール管理ファイル RECORD
046800     ELSE
046900       ADD 1 TO 保持件数
047000     END-IF.
047100*
047200 明細出力.
047300     MOVE SPACE TO 明細行編集域.
047400     MOVE 保存ログ名 TO 編集ログ名.
047500     MOVE 保存日数 TO 編集日数.
047600     IF 期限切れ削除
047700       MOVE "削除" TO 編集扱い
047800     ELSE
047900       MOVE "退避" TO 編集扱い
048000     END-IF.
048100     MOVE 期限日 TO 編集期限日.
048200     MOVE 読込件数 TO 編集読込.
048300     MOVE 保持件数 TO 編集保持.
048400     MOVE 期限切れ件数 TO 編集期限切れ.
048500     MOVE 処理結果 TO 編集結果.
048600     MOVE 明細行編集域 TO 報告行.
048700     WRITE 報告行.
048800     DISPLAY 保存ログ名 " " 処理結果
048900             " 期限切れ：" 期限切れ件数.
