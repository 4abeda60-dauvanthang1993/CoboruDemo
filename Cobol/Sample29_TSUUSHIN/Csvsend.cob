000400*  ファイル名： Csvsend.cob
000500*  機能概要  ： 集計ＣＳＶの本社送信ジョブ。ＳＡＭＰＬＥ１０が
000600*               出力するSYUUKEI.CSVを簡易アプリ間通信で本社へ
000687*               送る。送信はブロック送信サブルーチンで５０行ずつの
000774*               番号付きブロックに分け，ブロックごとに受信側
000861*               （BLKRECV）の確認を取る。全ブロックの確認と件数・
000948*               検査合計の照合が済んだ場合だけＣＳＶを送付済ファ
001035*               イルへ移して元ファイルを空にし，結果を活動ログへ
001122*               残す。回線断で中断した場合，ＣＳＶは元のまま残り，
001209*               再実行すると確認済ブロックの次から送る。
001300*
001400*     Copyright 2000-2015 FUJITSU LIMITED
001500*=================================================================
004800     03  FILLER              PIC X(01).
004900     03  ログエラーコード    PIC S9(9).
005000 WORKING-STORAGE SECTION.
005200 77  ＣＳＶ状態              PIC  X(02).
005300     88  ＣＳＶ正常          VALUE "00" "05".
005400 77  通信ログ状態            PIC  X(02).
005600 77  ＣＳＶ終了フラグ        PIC  X(01)  VALUE "N".
005700     88  ＣＳＶ終了          VALUE "Y".
005800 77  送信件数                PIC  9(07)  VALUE 0.
006300 77  ルート主サーバ          PIC  X(15).
006400 77  ルート主宛先            PIC  X(08).
006500 77  ルート副サーバ          PIC  X(15).
006900 77  ルート種別              PIC  X(02)  VALUE "SY".
007000 77  ログ結果ワーク          PIC  X(02).
007010 77  拠点コード              PIC  X(03).
007097 77  確認サーバ              PIC  X(15).
007184 77  確認宛先                PIC  X(08).
007271 77  確認監視時間            PIC  9(04).
007358 77  送信ファイル名          PIC  X(20).
007445 77  転送識別                PIC  X(12).
007532 77  受信側ファイル名        PIC  X(20).
007619 77  転送結果                PIC  9(01).
007706 01  先頭行                  PIC  X(120).
007800*
007900 PROCEDURE DIVISION.
008000     DISPLAY "集計ＣＳＶ送信ジョブ".
009100       MOVE "HONSYA"   TO ルート主宛先
009200       MOVE 60         TO ルート監視時間
009300     END-IF.
009310*
009320*　確認応答は種別ＳＫの宛先で受ける（既定はSYACK）。
009330*
009340     MOVE "SK" TO ルート種別.
009350     CALL "宛先解決" USING ルート種別
009360          確認サーバ 確認宛先
009370          ルート副サーバ ルート副宛先
009380          確認監視時間 ルート解決結果.
009390     IF ルート解決結果 NOT = 0
009400       MOVE "SYACK" TO 確認宛先
009410     END-IF.
009420*
009430     OPEN INPUT 集計ＣＳＶファイル.
009440     IF NOT ＣＳＶ正常
009450       DISPLAY "SYUUKEI.CSVが読めません"
009460       STOP RUN
009470     END-IF.
009480     CLOSE 集計ＣＳＶファイル.
009490*
009500*　拠点コードを名乗るヘッダを先頭行として送る。本社の統合
009510*　バッチ（HONSHUKE）が到着ファイルと拠点一覧の突き合わせに
009520*　使う。転送識別と本社側のファイル名は SYUUKEI.拠点コード。
009530*
009540     DISPLAY "拠点コードを入力(3桁)".
009550     ACCEPT 拠点コード FROM CONSOLE.
009560     MOVE SPACE TO 先頭行 転送識別
009570                   受信側ファイル名.
009580     STRING "BRN " 拠点コード
009590            DELIMITED BY SIZE INTO 先頭行.
009600     STRING "SYUUKEI." 拠点コード
009610            DELIMITED BY SIZE INTO 転送識別.
009620     MOVE 転送識別 TO 受信側ファイル名.
009630     MOVE "SYUUKEI.CSV" TO 送信ファイル名.
009640*
009650*　ブロック単位で送る。中断した場合は転送点検の位置から再開
009660*　するので，ＣＳＶはそのまま残して再実行すればよい。
009670*
009680     CALL "ブロック送信" USING 送信ファイル名
009685          転送識別
009690          受信側ファイル名 先頭行
009700          ルート主サーバ ルート主宛先 確認宛先
009710          ルート監視時間 送信件数 転送結果.
009720*
009730     EVALUATE 転送結果
009740       WHEN 0
009750         MOVE "OK" TO ログ結果ワーク
009760         PERFORM 活動ログ出力
009770         PERFORM 送付済移動
009780         DISPLAY "送信を確認しました 件数："
009790                 送信件数
009800       WHEN 1
009810         DISPLAY "サーバと接続できません"
009820         MOVE "NG" TO ログ結果ワーク
009830         PERFORM 活動ログ出力
009840       WHEN 2
009850         MOVE "NG" TO ログ結果ワーク
009860         PERFORM 活動ログ出力
009870         DISPLAY "送信が中断しました 確認済件数："
009880                 送信件数
009890         DISPLAY "再実行すると続きから送信します"
009900       WHEN OTHER
009910         MOVE "NG" TO ログ結果ワーク
009920         PERFORM 活動ログ出力
009930         DISPLAY "送信未確認のため"
009935                 "ＣＳＶは残します"
009940     END-EVALUATE.
009950     STOP RUN.
009960*
021500*　確認できたＣＳＶは送付済ファイルへ追記し，元ファイルを
021600*　空に作り直す。
021700*
024700       MOVE ルート主宛先   TO ログ宛先名
024800       MOVE 送信件数       TO ログメッセージ長
024900       MOVE ログ結果ワーク TO ログ結果
025000       MOVE 転送結果       TO ログエラーコード
025200       WRITE 通信ログレコード
025300       CLOSE 通信ログファイル
025400     END-IF.
