000100*=================================================================
000200*　共通：ログ保存期間マスタ保守
000300*
000400*　　運用ログ（通信ログ・認証監査・運用メッセージ・エラーログ・
000500*　セション記録・ジョブ実行ログ・スプール管理・却下ログ・棚卸
000600*　調整ログ・商品変更ジャーナルなど）ごとに保存日数と，期限を
000700*　過ぎたレコードを日付付きの退避ファイルへ移すか削除するかを
000800*　保存期間マスタ（RETNMST）に持つ。夜間のログ整理（LOGPURGE）が
000900*　本マスタに従って整理する。
001000*
001100*　　ログを開いているジョブネットのステップ名を使用ステップとし
001200*　て３つまで登録できる。そのステップが実行中の間，ログ整理は
001300*　当該ログを飛ばす。
001400*
001500*　　本プログラムは登録・削除・一覧の保守ユーティリティ。
001600*
001700*     Copyright 1992-2015 FUJITSU LIMITED
001800*=================================================================
001900 IDENTIFICATION DIVISION.
002000  PROGRAM-ID. RETNMNT.
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL 保存期間ファイル
002500       ASSIGN TO "RETNMST"
002600       ORGANIZATION IS INDEXED
002700       ACCESS MODE  IS DYNAMIC
002800       RECORD KEY   IS 保存ログ名
002900       FILE STATUS  IS 保存期間状態.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  保存期間ファイル.
003300 01  保存期間レコード.
003400     02  保存ログ名          PIC  X(20).
003500     02  保存日数            PIC  9(04).
003600     02  期限切れ処理        PIC  X(01).
003700         88  期限切れ退避    VALUE "A".
003800         88  期限切れ削除    VALUE "D".
003900     02  使用ステップ  OCCURS 3
004000                             PIC  X(08).
004100     02  最終整理日          PIC  9(08).
004200     02  最終整理件数        PIC  9(07).
004300 WORKING-STORAGE SECTION.
004400 77  保存期間状態            PIC  X(02).
004500     88  保存期間正常        VALUE "00" "05".
004600 77  処理区分                PIC  9(01).
004700 77  終了区分                PIC  9(01)  VALUE 0.
004800     88  保守終了            VALUE 9.
004900 77  一覧終了フラグ          PIC  X(01).
005000     88  一覧終了            VALUE "Y".
005100 77  ステップ添字            PIC  9(01).
005200*
005300 PROCEDURE DIVISION.
005400     OPEN I-O 保存期間ファイル.
005500     PERFORM 保守メニュー処理 UNTIL 保守終了.
005600     CLOSE 保存期間ファイル.
005700     STOP RUN.
005800*
005900 保守メニュー処理.
006000     DISPLAY "ログ保存期間マスタ保守".
006100     DISPLAY "1:登録・変更 2:削除 3:一覧 9:終了".
006200     ACCEPT 処理区分 FROM CONSOLE.
006300     EVALUATE 処理区分
006400       WHEN 1
006500         PERFORM 登録変更処理
006600       WHEN 2
006700         PERFORM 削除処理
006800       WHEN 3
006900         PERFORM 一覧処理
007000       WHEN 9
007100         MOVE 9 TO 終了区分
007200     END-EVALUATE.
007300*
007400 登録変更処理.
007500     DISPLAY "ログファイル名を入力(例:TSCHLOG)".
007600     ACCEPT 保存ログ名 FROM CONSOLE.
007700     READ 保存期間ファイル
007800       INVALID KEY
007900         MOVE 0 TO 最終整理日 最終整理件数
008000         PERFORM 保存条件入力
008100         WRITE 保存期間レコード
008200         DISPLAY "登録しました"
008300       NOT INVALID KEY
008400         PERFORM 保存条件入力
008500         REWRITE 保存期間レコード
008600         DISPLAY "変更しました"
008700     END-READ.
008800*
008900 保存条件入力.
009000     DISPLAY "保存日数を入力してください".
009100     ACCEPT 保存日数 FROM CONSOLE.
009200     DISPLAY "期限切れの扱い(A:退避 D:削除)".
009300     ACCEPT 期限切れ処理 FROM CONSOLE.
009400     IF NOT 期限切れ削除
009500       SET 期限切れ退避 TO TRUE
009600     END-IF.
009700     PERFORM 使用ステップ入力
009800         VARYING ステップ添字 FROM 1 BY 1
009900         UNTIL ステップ添字 > 3.
010000*
010100 使用ステップ入力.
010166     DISPLAY "使用ステップ名" ステップ添字
010232             "(無しは空白)".
010300     ACCEPT 使用ステップ(ステップ添字) FROM CONSOLE.
010400*
010500 削除処理.
010600     DISPLAY "ログファイル名を入力してください".
010700     ACCEPT 保存ログ名 FROM CONSOLE.
010800     READ 保存期間ファイル
010900       INVALID KEY
011000         DISPLAY "登録がありません"
011100       NOT INVALID KEY
011200         DELETE 保存期間ファイル
011300         DISPLAY "削除しました"
011400     END-READ.
011500*
011600 一覧処理.
011700     MOVE "N" TO 一覧終了フラグ.
011800     MOVE LOW-VALUE TO 保存ログ名.
011900     START 保存期間ファイル KEY > 保存ログ名
012000       INVALID KEY
012100         SET 一覧終了 TO TRUE
012200     END-START.
012300     PERFORM 一覧明細 UNTIL 一覧終了.
012400*
012500 一覧明細.
012600     READ 保存期間ファイル NEXT RECORD
012700       AT END
012800         SET 一覧終了 TO TRUE
012900       NOT AT END
013000         DISPLAY 保存ログ名
013100                 " 日数:" 保存日数
013200                 " 扱い:" 期限切れ処理
013300                 " 使用:" 使用ステップ(1)
013400                 " " 使用ステップ(2)
013500                 " " 使用ステップ(3)
013600                 " 最終:" 最終整理日
013700                 " " 最終整理件数
013800     END-READ.
