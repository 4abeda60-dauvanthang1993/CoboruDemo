000100*========================================================================
000200*　部門別予約枠の管理
000300*                                   −サンプルプログラム「会議室予約」−
000400*
000500*　部門ごとに１か月に確定できる会議室の利用時間の上限（全会議室
000600*　を通した枠と，会議室を指定した枠）を予約枠マスタ（RSVWAKU）
000700*　として保守する。月の途中で部門別の確定・承認待ち時間を枠と
000800*　照らした利用状況報告（WAKU.RPT）を出力し，スプールへ登録する。
000900*
001000*　各予約経路（予約画面の予約履歴記録・Ｗｅｂ予約・定例予約の
001100*　繰返し生成・待ちの昇格・保留予約登録）は，申込部門の当月の
001200*　確定時間に今回の時間を加えて予約枠判定サブルーチンで照らし，
001300*　枠を超える予約は謝絶せず承認待ち（保留）で起こして承認ワーク
001400*　フロー（SHONIN）へ回す。
001500*
001600*            Copyright 1999-2015 FUJITSU LIMITED
001700*========================================================================
001800 IDENTIFICATION  DIVISION.
001900 PROGRAM-ID. RSVWAKU.
002000 ENVIRONMENT     DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL 予約枠ファイル
002400       ASSIGN TO "RSVWAKU"
002500       ORGANIZATION IS INDEXED
002600       ACCESS MODE  IS DYNAMIC
002700       RECORD KEY   IS 枠キー
002800       FILE STATUS  IS 予約枠状態.
002900     SELECT OPTIONAL 予約履歴ファイル
003000       ASSIGN TO "RSVHIST"
003100       ORGANIZATION IS INDEXED
003200       ACCESS MODE  IS DYNAMIC
003300       RECORD KEY   IS 履歴予約番号
003400       FILE STATUS  IS 予約履歴状態.
003500     SELECT 予約枠報告ファイル
003600       ASSIGN TO "WAKU.RPT"
003700       ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA            DIVISION.
003900 FILE SECTION.
004000 FD  予約枠ファイル.
004100     COPY RSVWAKU.
004200 FD  予約履歴ファイル.
004300     COPY RSVHIST2.
004400 FD  予約枠報告ファイル.
004500 01  報告行                  PIC  X(100).
004600 WORKING-STORAGE SECTION.
004700 77  スプール発行元          PIC  X(08).
004800 77  スプール帳票名          PIC  X(08).
004900 77  スプール本文名          PIC  X(20).
005000 77  スプール登録結果        PIC  9(01).
005100 77  予約枠状態              PIC  X(02).
005200     88  予約枠正常          VALUE "00" "05".
005300 77  予約履歴状態            PIC  X(02).
005400     88  予約履歴正常        VALUE "00" "05".
005500 77  処理区分                PIC  9(01).
005600 77  終了区分                PIC  9(01)  VALUE 0.
005700     88  保守終了            VALUE 9.
005800 77  走査終了フラグ          PIC  X(01).
005900     88  走査終了            VALUE "Y".
006000 77  対象年月                PIC  9(06).
006100 77  基準日                  PIC  9(08).
006200 77  履歴使用分              PIC S9(05).
006300 77  枠添字                  PIC  9(03)  COMP-5.
006400 77  枠登録数                PIC  9(03)  COMP-5 VALUE 0.
006500 77  あふれ件数              PIC  9(06)  VALUE 0.
006600 77  残時間                  PIC S9(06).
006700 77  消化率                  PIC  9(04)V9.
006800 01  枠集計表.
006900     02  枠集計明細  OCCURS 100.
007000         03  表部門コード    PIC  X(04).
007100         03  表会議室番号    PIC  9(04).
007200         03  表上限時間      PIC  9(04).
007300         03  表確定分        PIC  9(08).
007400         03  表保留分        PIC  9(08).
007500*
007600 01  報告行編集域.
007700     02  編集部門コード      PIC  X(04).
007800     02  FILLER              PIC  X(01)  VALUE SPACE.
007900     02  編集会議室番号      PIC  X(06).
008000     02  FILLER              PIC  X(01)  VALUE SPACE.
008100     02  編集上限時間        PIC  ZZZZ9.
008200     02  FILLER              PIC  X(01)  VALUE SPACE.
008300     02  編集確定時間        PIC  ZZZZ9.
008400     02  FILLER              PIC  X(01)  VALUE SPACE.
008500     02  編集保留時間        PIC  ZZZZ9.
008600     02  FILLER              PIC  X(01)  VALUE SPACE.
008700     02  編集残時間          PIC  -ZZZZ9.
008800     02  FILLER              PIC  X(01)  VALUE SPACE.
008900     02  編集消化率          PIC  ZZZ9.9.
009000     02  FILLER              PIC  X(02)  VALUE "% ".
009100     02  編集超過表示        PIC  X(06).
009200 01  現在日時.
009300     02  現在日時１４        PIC  X(14).
009400     02  FILLER              PIC  X(07).
009500*
009600 PROCEDURE       DIVISION.
009700     OPEN I-O 予約枠ファイル.
009800     PERFORM 枠メニュー処理 UNTIL 保守終了.
009900     CLOSE 予約枠ファイル.
010000     STOP RUN.
010100*
010200 枠メニュー処理.
010300     DISPLAY "部門別予約枠管理".
010400     DISPLAY "1:登録・変更 2:削除 3:一覧"
010500             " 4:月中利用状況 9:終了".
010600     ACCEPT 処理区分 FROM CONSOLE.
010700     EVALUATE 処理区分
010800       WHEN 1
010900         PERFORM 枠登録変更処理
011000       WHEN 2
011100         PERFORM 枠削除処理
011200       WHEN 3
011300         PERFORM 枠一覧処理
011400       WHEN 4
011500         PERFORM 月中利用状況処理
011600       WHEN 9
011700         MOVE 9 TO 終了区分
011800     END-EVALUATE.
011900*
012000*　会議室番号に０を指定すると，その部門の全会議室を通した枠と
012100*　なる。登録済の枠は上限時間を置き換える。
012200*
012300 枠登録変更処理.
012400     DISPLAY "部門コードを入力してください".
012500     ACCEPT 枠部門コード FROM CONSOLE.
012600     DISPLAY "会議室番号を入力(全会議室は0)".
012700     ACCEPT 枠会議室番号 FROM CONSOLE.
012800     READ 予約枠ファイル
012900       INVALID KEY
013000         DISPLAY "月間上限時間を入力してください"
013100         ACCEPT 月間上限時間 FROM CONSOLE
013200         WRITE 予約枠レコード
013300         DISPLAY "登録しました"
013400       NOT INVALID KEY
013500         DISPLAY "現在の上限：" 月間上限時間
013600         DISPLAY "月間上限時間を入力してください"
013700         ACCEPT 月間上限時間 FROM CONSOLE
013800         REWRITE 予約枠レコード
013900         DISPLAY "変更しました"
014000     END-READ.
014100*
014200 枠削除処理.
014300     DISPLAY "部門コードを入力してください".
014400     ACCEPT 枠部門コード FROM CONSOLE.
014500     DISPLAY "会議室番号を入力(全会議室は0)".
014600     ACCEPT 枠会議室番号 FROM CONSOLE.
014700     DELETE 予約枠ファイル
014800       INVALID KEY
014900         DISPLAY "予約枠が存在しません"
015000       NOT INVALID KEY
015100         DISPLAY "削除しました"
015200     END-DELETE.
015300*
015400 枠一覧処理.
015500     PERFORM 枠先頭設定.
015600     PERFORM 枠一覧明細 UNTIL 走査終了.
015700*
015800 枠一覧明細.
015900     READ 予約枠ファイル NEXT RECORD
016000       AT END
016100         SET 走査終了 TO TRUE
016200       NOT AT END
016300         DISPLAY 枠部門コード " " 枠会議室番号
016400                 " 上限:" 月間上限時間 "h"
016500     END-READ.
016600*
016700*　月の途中で，枠ごとに当月の確定時間・承認待ち時間を積み上げ
016800*　て上限と照らす。確定時間が上限を超えた枠には超過と示す。
016900*
017000 月中利用状況処理.
017100     MOVE FUNCTION CURRENT-DATE TO 現在日時.
017200     MOVE 現在日時１４(1:8) TO 基準日.
017300     DISPLAY "対象年月を入力してください(YYYYMM)".
017400     DISPLAY "（0のときは当月）".
017500     ACCEPT 対象年月 FROM CONSOLE.
017600     IF 対象年月 = 0
017700       MOVE 基準日(1:6) TO 対象年月
017800     END-IF.
017900     MOVE 0 TO 枠登録数 あふれ件数.
018000     PERFORM 枠先頭設定.
018100     PERFORM 枠表読込 UNTIL 走査終了.
018200*
018300     OPEN INPUT 予約履歴ファイル.
018400     MOVE "N" TO 走査終了フラグ.
018500     IF NOT 予約履歴正常
018600       SET 走査終了 TO TRUE
018700     END-IF.
018800     PERFORM 利用時間集計 UNTIL 走査終了.
018900     CLOSE 予約履歴ファイル.
019000*
019100     OPEN OUTPUT 予約枠報告ファイル.
019200     MOVE SPACE TO 報告行.
019300     STRING "*** 部門別予約枠利用状況 " 対象年月
019400            " (" 基準日 "現在) ***"
019500            DELIMITED BY SIZE INTO 報告行.
019600     WRITE 報告行.
019700     MOVE "部門 室番    上限h 確定h 保留h"
019800          & "   残h  消化率"
019900       TO 報告行.
020000     WRITE 報告行.
020100     PERFORM 枠別出力
020200         VARYING 枠添字 FROM 1 BY 1
020300         UNTIL 枠添字 > 枠登録数.
020400     CLOSE 予約枠報告ファイル.
020500     MOVE "RSVWAKU" TO スプール発行元.
020600     MOVE "RSVWAKU" TO スプール帳票名.
020700     MOVE "WAKU.RPT"
020800       TO スプール本文名.
020900     CALL "スプール登録" USING スプール発行元
021000          スプール帳票名 スプール本文名
021100          スプール登録結果.
021200     DISPLAY "対象枠数：" 枠登録数.
021300     IF あふれ件数 NOT = 0
021400       DISPLAY "警告：集計表あふれ 読み飛ばし："
021500               あふれ件数
021600     END-IF.
021700*
021800 枠表読込.
021900     READ 予約枠ファイル NEXT RECORD
022000       AT END
022100         SET 走査終了 TO TRUE
022200       NOT AT END
022300         IF 枠登録数 < 100
022400           ADD 1 TO 枠登録数
022500           MOVE 枠部門コード
022600             TO 表部門コード(枠登録数)
022700           MOVE 枠会議室番号
022800             TO 表会議室番号(枠登録数)
022900           MOVE 月間上限時間
023000             TO 表上限時間(枠登録数)
023100           MOVE 0 TO 表確定分(枠登録数)
023200                     表保留分(枠登録数)
023300         ELSE
023400           ADD 1 TO あふれ件数
023500         END-IF
023600     END-READ.
023700*
023800 利用時間集計.
023900     READ 予約履歴ファイル NEXT RECORD
024000       AT END
024100         SET 走査終了 TO TRUE
024200       NOT AT END
024300         IF 履歴利用日(1:6) = 対象年月
024400            AND (履歴確定 OR 履歴保留)
024500           COMPUTE 履歴使用分 =
024600               FUNCTION INTEGER(履歴終了時刻 / 100)
024700               * 60
024800             + FUNCTION MOD(履歴終了時刻 100)
024900             - FUNCTION INTEGER(履歴開始時刻 / 100)
025000               * 60
025100             - FUNCTION MOD(履歴開始時刻 100)
025200           IF 履歴使用分 > 0
025300             PERFORM 枠別積上
025400                 VARYING 枠添字 FROM 1 BY 1
025500                 UNTIL 枠添字 > 枠登録数
025600           END-IF
025700         END-IF
025800     END-READ.
025900*
026000 枠別積上.
026100     IF 表部門コード(枠添字) = 履歴部門コード
026200        AND (表会議室番号(枠添字) = 0
026300          OR 表会議室番号(枠添字)
026400             = 履歴会議室番号)
026500       IF 履歴確定
026600         ADD 履歴使用分 TO 表確定分(枠添字)
026700       ELSE
026800         ADD 履歴使用分 TO 表保留分(枠添字)
026900       END-IF
027000     END-IF.
027100*
027200 枠別出力.
027300     MOVE 表部門コード(枠添字) TO 編集部門コード.
027400     IF 表会議室番号(枠添字) = 0
027500       MOVE "全室" TO 編集会議室番号
027600     ELSE
027700       MOVE 表会議室番号(枠添字) TO 編集会議室番号
027800     END-IF.
027900     MOVE 表上限時間(枠添字) TO 編集上限時間.
028000     COMPUTE 編集確定時間 = 表確定分(枠添字) / 60.
028100     COMPUTE 編集保留時間 = 表保留分(枠添字) / 60.
028200     COMPUTE 残時間 =
028300         表上限時間(枠添字)
028400       - 表確定分(枠添字) / 60.
028500     MOVE 残時間 TO 編集残時間.
028600     IF 表上限時間(枠添字) = 0
028700       MOVE 0 TO 消化率
028800     ELSE
028900       COMPUTE 消化率 ROUNDED =
029000           表確定分(枠添字) * 100
029100           / (表上限時間(枠添字) * 60)
029200     END-IF.
029300     MOVE 消化率 TO 編集消化率.
029400     IF 表確定分(枠添字) > 表上限時間(枠添字) * 60
029500       MOVE "超過" TO 編集超過表示
029600     ELSE
029700       MOVE SPACE TO 編集超過表示
029800     END-IF.
029900     MOVE 報告行編集域 TO 報告行.
030000     WRITE 報告行.
030100*
030200 枠先頭設定.
030300     MOVE "N" TO 走査終了フラグ.
030400     MOVE LOW-VALUE TO 枠キー.
030500     START 予約枠ファイル KEY > 枠キー
030600       INVALID KEY
030700         SET 走査終了 TO TRUE
030800     END-START.
030900 END PROGRAM RSVWAKU.
031000*
031100*========================================================================
031200*　予約枠判定サブルーチン
031300*　申込部門の当月の確定時間（今回の予約を含む）を予約枠マスタ
031400*　の全会議室枠・会議室別枠と照らす。確定時間の積上げは予約履歴
031500*　ファイルを開いている呼出し側が行う。枠の無い部門は枠内とする。
031600*　パラメータ：
031700*　　入力１：部門コード (PIC X(4))
031800*　　入力２：会議室番号 (PIC 9(4))
031900*　　入力３：全会議室の確定時間（分） (PIC 9(8))
032000*　　入力４：当該会議室の確定時間（分） (PIC 9(8))
032100*　　出力１：結果（０：枠内／１：全会議室枠超過／
032200*　　　　　　　　　２：会議室枠超過）
032300*========================================================================
032400 IDENTIFICATION  DIVISION.
032500 PROGRAM-ID. "予約枠判定".
032600 ENVIRONMENT     DIVISION.
032700 INPUT-OUTPUT SECTION.
032800 FILE-CONTROL.
032900     SELECT OPTIONAL 予約枠ファイル
033000       ASSIGN TO "RSVWAKU"
033100       ORGANIZATION IS INDEXED
033200       ACCESS MODE  IS RANDOM
033300       RECORD KEY   IS 枠キー
033400       FILE STATUS  IS 予約枠状態.
033500 DATA            DIVISION.
033600 FILE SECTION.
033700 FD  予約枠ファイル.
033800     COPY RSVWAKU.
033900 WORKING-STORAGE SECTION.
034000 77  予約枠状態              PIC  X(02).
034100     88  予約枠正常          VALUE "00" "05".
034200 LINKAGE         SECTION.
034300 01  判定部門コード          PIC  X(04).
034400 01  判定会議室番号          PIC  9(04).
034500 01  判定全体使用分          PIC  9(08).
034600 01  判定会議室使用分        PIC  9(08).
034700 01  枠結果                  PIC  9(01).
034800 PROCEDURE       DIVISION USING 判定部門コード
034900                                判定会議室番号
035000                                判定全体使用分
035100                                判定会議室使用分
035200                                枠結果.
035300 予約枠判定開始.
035400     MOVE 0 TO 枠結果.
035500     IF 判定部門コード = SPACE
035600       EXIT PROGRAM
035700     END-IF.
035800     OPEN INPUT 予約枠ファイル.
035900     IF NOT 予約枠正常
036000       EXIT PROGRAM
036100     END-IF.
036200     MOVE 判定部門コード TO 枠部門コード.
036300     MOVE 0 TO 枠会議室番号.
036400     READ 予約枠ファイル
036500       INVALID KEY
036600         CONTINUE
036700       NOT INVALID KEY
036800         IF 判定全体使用分 > 月間上限時間 * 60
036900           MOVE 1 TO 枠結果
037000         END-IF
037100     END-READ.
037200     IF 枠結果 = 0
037300       MOVE 判定部門コード TO 枠部門コード
037400       MOVE 判定会議室番号 TO 枠会議室番号
037500       READ 予約枠ファイル
037600         INVALID KEY
037700           CONTINUE
037800         NOT INVALID KEY
037900           IF 判定会議室使用分 > 月間上限時間 * 60
038000             MOVE 2 TO 枠結果
038100           END-IF
038200       END-READ
038300     END-IF.
038400     CLOSE 予約枠ファイル.
038500     EXIT PROGRAM.
038600 END PROGRAM "予約枠判定".
038700*
038800*========================================================================
038900*　予約枠チェックサブルーチン
039000*　予約履歴ファイルを開いていない呼出し側（定例予約の繰返し生成）
039100*　のために，申込部門の当月の確定時間を予約履歴ファイルから積み
039200*　上げ，今回の時間枠を加えて予約枠判定を呼ぶ。
039300*　　画面側の会議室は英数４桁のため，数字のときはそのまま，先頭が
039400*　英字のときは残り３桁を会議室番号とみなす。時間枠は予約履歴記録
039500*　と同じく ＡＭ＝０９００−１２００，ＰＭ＝１３００−１７００とする。
039600*　パラメータ：
039700*　　入力１：会議室 (PIC X(4))
039800*　　入力２：予約日 (PIC X(8))
039900*　　入力３：時間枠 (PIC X(2))
040000*　　入力４：部門コード (PIC X(4))
040100*　　出力１：結果（０：枠内／１：全会議室枠超過／
040200*　　　　　　　　　２：会議室枠超過）
040300*========================================================================
040400 IDENTIFICATION  DIVISION.
040500 PROGRAM-ID. "予約枠チェック".
040600 ENVIRONMENT     DIVISION.
040700 INPUT-OUTPUT SECTION.
040800 FILE-CONTROL.
040900     SELECT OPTIONAL 予約履歴ファイル
041000       ASSIGN TO "RSVHIST"
041100       ORGANIZATION IS INDEXED
041200       ACCESS MODE  IS DYNAMIC
041300       RECORD KEY   IS 履歴予約番号
041400       FILE STATUS  IS 予約履歴状態.
041500 DATA            DIVISION.
041600 FILE SECTION.
041700 FD  予約履歴ファイル.
041800     COPY RSVHIST2.
041900 WORKING-STORAGE SECTION.
042000 77  予約履歴状態            PIC  X(02).
042100     88  予約履歴正常        VALUE "00" "05".
042200 77  走査終了フラグ          PIC  X(01).
042300     88  走査終了            VALUE "Y".
042400 77  検査会議室番号          PIC  9(04).
042500 77  検査利用日              PIC  9(08).
042600 77  検査開始時刻            PIC  9(04).
042700 77  検査終了時刻            PIC  9(04).
042800 77  履歴使用分              PIC S9(05).
042900 77  部門使用分              PIC  9(08).
043000 77  部門会議室使用分        PIC  9(08).
043100 LINKAGE         SECTION.
043200 01  指定会議室              PIC  X(04).
043300 01  指定会議室数字部  REDEFINES 指定会議室.
043400     02  FILLER              PIC  X(01).
043500     02  指定会議室下３桁    PIC  9(03).
043600 01  指定予約日              PIC  X(08).
043700 01  指定時間枠              PIC  X(02).
043800 01  指定部門コード          PIC  X(04).
043900 01  枠結果                  PIC  9(01).
044000 PROCEDURE       DIVISION USING 指定会議室 指定予約日
044100                                指定時間枠
044200                                指定部門コード
044300                                枠結果.
044400 予約枠検査開始.
044500     MOVE 0 TO 枠結果.
044600     IF 指定部門コード = SPACE
044700       EXIT PROGRAM
044800     END-IF.
044900     IF 指定会議室 IS NUMERIC
045000       MOVE 指定会議室 TO 検査会議室番号
045100     ELSE
045200       IF 指定会議室下３桁 IS NUMERIC
045300         MOVE 指定会議室下３桁 TO 検査会議室番号
045400       ELSE
045500         EXIT PROGRAM
045600       END-IF
045700     END-IF.
045800     IF 指定予約日 IS NOT NUMERIC
045900       EXIT PROGRAM
046000     END-IF.
046100     MOVE 指定予約日 TO 検査利用日.
046200     IF 指定時間枠 = "PM" OR "pm"
046300       MOVE 1300 TO 検査開始時刻
046400       MOVE 1700 TO 検査終了時刻
046500     ELSE
046600       MOVE 0900 TO 検査開始時刻
046700       MOVE 1200 TO 検査終了時刻
046800     END-IF.
046900     MOVE 0 TO 部門使用分 部門会議室使用分.
047000     OPEN INPUT 予約履歴ファイル.
047100     IF 予約履歴正常
047200       MOVE "N" TO 走査終了フラグ
047300       MOVE 0 TO 履歴予約番号
047400       START 予約履歴ファイル KEY > 履歴予約番号
047500         INVALID KEY
047600           SET 走査終了 TO TRUE
047700       END-START
047800       PERFORM 部門枠明細 UNTIL 走査終了
047900       CLOSE 予約履歴ファイル
048000     END-IF.
048100     COMPUTE 履歴使用分 =
048200         FUNCTION INTEGER(検査終了時刻 / 100) * 60
048300       + FUNCTION MOD(検査終了時刻 100)
048400       - FUNCTION INTEGER(検査開始時刻 / 100) * 60
048500       - FUNCTION MOD(検査開始時刻 100).
048600     ADD 履歴使用分 TO 部門使用分
048700                       部門会議室使用分.
048800     CALL "予約枠判定" USING 指定部門コード
048900          検査会議室番号 部門使用分
049000          部門会議室使用分 枠結果.
049100     EXIT PROGRAM.
049200*
049300 部門枠明細.
049400     READ 予約履歴ファイル NEXT RECORD
049500       AT END
049600         SET 走査終了 TO TRUE
049700       NOT AT END
049800         IF 履歴確定
049900            AND 履歴部門コード = 指定部門コード
050000            AND 履歴利用日(1:6) = 検査利用日(1:6)
050100           PERFORM 部門使用時間積上
050200         END-IF
050300     END-READ.
050400*
050500 部門使用時間積上.
050600     COMPUTE 履歴使用分 =
050700         FUNCTION INTEGER(履歴終了時刻 / 100) * 60
050800       + FUNCTION MOD(履歴終了時刻 100)
050900       - FUNCTION INTEGER(履歴開始時刻 / 100) * 60
051000       - FUNCTION MOD(履歴開始時刻 100).
051100     IF 履歴使用分 > 0
051200       ADD 履歴使用分 TO 部門使用分
051300       IF 履歴会議室番号 = 検査会議室番号
051400         ADD 履歴使用分 TO 部門会議室使用分
051500       END-IF
051600     END-IF.
051700 END PROGRAM "予約枠チェック".
051800*
051900*========================================================================
052000*　枠超過保留記録サブルーチン
052100*　定例予約の繰返し生成で部門別予約枠を超えた回を，謝絶せずに
052200*　承認待ち（保留）として予約履歴ファイルへ記録し，承認ワーク
052300*　フロー（SHONIN）へ回す。会議室・時間枠の読み替えは予約枠
052400*　チェックと同じ。
052500*　パラメータ：
052600*　　入力１：会議室 (PIC X(4))
052700*　　入力２：予約日 (PIC X(8))
052800*　　入力３：時間枠 (PIC X(2))
052900*　　入力４：部門コード (PIC X(4))
053000*========================================================================
053100 IDENTIFICATION  DIVISION.
053200 PROGRAM-ID. "枠超過保留記録".
053300 ENVIRONMENT     DIVISION.
053400 INPUT-OUTPUT SECTION.
053500 FILE-CONTROL.
053600     SELECT OPTIONAL 予約履歴ファイル
053700       ASSIGN TO "RSVHIST"
053800       ORGANIZATION IS INDEXED
053900       ACCESS MODE  IS DYNAMIC
054000       RECORD KEY   IS 履歴予約番号
054100       FILE STATUS  IS 予約履歴状態.
054200 DATA            DIVISION.
054300 FILE SECTION.
054400 FD  予約履歴ファイル.
054500     COPY RSVHIST2.
054600 WORKING-STORAGE SECTION.
054700 77  予約履歴状態            PIC  X(02).
054800     88  予約履歴正常        VALUE "00" "05".
054900 77  走査終了フラグ          PIC  X(01).
055000     88  走査終了            VALUE "Y".
055100 77  次予約番号              PIC  9(06).
055200 77  記録会議室番号          PIC  9(04).
055300 01  現在日時.
055400     02  現在日時１４        PIC  X(14).
055500     02  FILLER              PIC  X(07).
055600 LINKAGE         SECTION.
055700 01  指定会議室              PIC  X(04).
055800 01  指定会議室数字部  REDEFINES 指定会議室.
055900     02  FILLER              PIC  X(01).
056000     02  指定会議室下３桁    PIC  9(03).
056100 01  指定予約日              PIC  X(08).
056200 01  指定時間枠              PIC  X(02).
056300 01  指定部門コード          PIC  X(04).
056400 PROCEDURE       DIVISION USING 指定会議室 指定予約日
056500                                指定時間枠
056600                                指定部門コード.
056700 保留記録開始.
056800     IF 指定会議室 IS NUMERIC
056900       MOVE 指定会議室 TO 記録会議室番号
057000     ELSE
057100       IF 指定会議室下３桁 IS NUMERIC
057200         MOVE 指定会議室下３桁 TO 記録会議室番号
057300       ELSE
057400         EXIT PROGRAM
057500       END-IF
057600     END-IF.
057700     IF 指定予約日 IS NOT NUMERIC
057800       EXIT PROGRAM
057900     END-IF.
058000     OPEN I-O 予約履歴ファイル.
058100     IF NOT 予約履歴正常
058200       EXIT PROGRAM
058300     END-IF.
058400     PERFORM 予約番号採番.
058500     MOVE 次予約番号       TO 履歴予約番号.
058600     MOVE 記録会議室番号   TO 履歴会議室番号.
058700     MOVE 指定予約日       TO 履歴利用日.
058800     IF 指定時間枠 = "PM" OR "pm"
058900       MOVE 1300 TO 履歴開始時刻
059000       MOVE 1700 TO 履歴終了時刻
059100     ELSE
059200       MOVE 0900 TO 履歴開始時刻
059300       MOVE 1200 TO 履歴終了時刻
059400     END-IF.
059500     MOVE SPACE TO 履歴申込者.
059600     MOVE 指定部門コード TO 履歴部門コード.
059700     SET 履歴保留 TO TRUE.
059800     MOVE SPACE TO 履歴チェックイン.
059900     MOVE FUNCTION CURRENT-DATE TO 現在日時.
060000     MOVE 現在日時１４ TO 履歴登録日時.
060100     WRITE 予約履歴レコード.
060200     CLOSE 予約履歴ファイル.
060300     EXIT PROGRAM.
060400*
060500 予約番号採番.
060600     MOVE 1 TO 次予約番号.
060700     MOVE "N" TO 走査終了フラグ.
060800     MOVE 0 TO 履歴予約番号.
060900     START 予約履歴ファイル KEY > 履歴予約番号
061000       INVALID KEY
061100         SET 走査終了 TO TRUE
061200     END-START.
061300     PERFORM 予約番号走査 UNTIL 走査終了.
061400*
061500 予約番号走査.
061600     READ 予約履歴ファイル NEXT RECORD
061700       AT END
061800         SET 走査終了 TO TRUE
061900       NOT AT END
062000         COMPUTE 次予約番号 = 履歴予約番号 + 1
062100     END-READ.
062200 END PROGRAM "枠超過保留記録".
