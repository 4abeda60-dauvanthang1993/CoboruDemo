001200*               発注点補充（HACHU）は商品の主仕入先と単価を
001300*               単価表から引き，発注書作成（HACHUSHO）が仕入先
001400*               ごとの発注書に仕立てる。
001410*               仕入先には支払期日の規則（締後月数・支払日）と
001420*               振込先口座も持ち，買掛金締（KAISIME）・支払実行
001430*               （SHIHARAI）が使う。
001447*               登録・変更・削除は担当者と変更前後の
001464*               内容を添えて監査ジャーナル（AUDITJNL）
001481*               へ記録する。
001500*
001600* Copyright 1999-2015 FUJITSU LIMITED
001700*=================================================================
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  仕入先マスタファイル.
003800     COPY SIIREM.
004400 FD  仕入単価ファイル.
004500 01  仕入単価レコード.
004600     02  仕入単価キー.
006000     88  保守終了            VALUE 9.
006100 01  一覧終了フラグ          PIC  X(01).
006200     88  一覧終了            VALUE "Y".
006212     COPY AUDITP REPLACING ==:MASTER:== BY =="SIIREM"==.
006300*
006400 PROCEDURE DIVISION.
006433     DISPLAY "担当者コードを入力してください".
006466     ACCEPT 監査担当者 FROM CONSOLE.
006500     OPEN I-O 仕入先マスタファイル.
006600     OPEN I-O 仕入単価ファイル.
006700     PERFORM 保守メニュー処理 UNTIL 保守終了.
009600     ACCEPT 仕入先コード FROM CONSOLE.
009700     READ 仕入先マスタファイル
009800       INVALID KEY
009850         MOVE SPACE TO 監査変更前
009900         PERFORM 仕入先項目入力
010000         WRITE 仕入先マスタレコード
010033         MOVE "10" TO 監査区分
010066         PERFORM 仕入先変更監査
010100         DISPLAY "登録しました"
010200       NOT INVALID KEY
010233         MOVE 仕入先マスタレコード
010266           TO 監査変更前
010300         PERFORM 仕入先項目入力
010400         REWRITE 仕入先マスタレコード
010433         MOVE "20" TO 監査区分
010466         PERFORM 仕入先変更監査
010500         DISPLAY "変更しました"
010600     END-READ.
010700*
011400     ACCEPT 仕入先担当者 FROM CONSOLE.
011500     DISPLAY "電話番号を入力してください".
011600     ACCEPT 仕入先電話番号 FROM CONSOLE.
011601     DISPLAY "支払月を入力(0:当月 1:翌月 2:翌々月)".
011602     ACCEPT 支払締後月数 FROM CONSOLE.
011603     DISPLAY "支払日を入力(1-28 99:月末)".
011604     ACCEPT 支払指定日 FROM CONSOLE.
011605     IF 支払指定日 = 0
011606        OR (支払指定日 > 28 AND 支払指定日 NOT = 99)
011607       DISPLAY "月末とします"
011608       MOVE 99 TO 支払指定日
011609     END-IF.
011610     DISPLAY "振込銀行コードを入力(4桁)".
011611     ACCEPT 振込銀行コード FROM CONSOLE.
011612     DISPLAY "振込支店コードを入力(3桁)".
011613     ACCEPT 振込支店コード FROM CONSOLE.
011614     DISPLAY "預金種目を入力(1:普通 2:当座)".
011615     ACCEPT 振込預金種目 FROM CONSOLE.
011616     DISPLAY "口座番号を入力(7桁)".
011617     ACCEPT 振込口座番号 FROM CONSOLE.
011618     DISPLAY "口座名義(カナ)を入力してください".
011619     ACCEPT 振込口座名義 FROM CONSOLE.
011700*
011800 仕入先削除処理.
011900     DISPLAY "仕入先コードを入力(4桁)".
012200       INVALID KEY
012300         DISPLAY "登録がありません"
012400       NOT INVALID KEY
012433         MOVE 仕入先マスタレコード
012466           TO 監査変更前
012500         DELETE 仕入先マスタファイル
012533         MOVE "30" TO 監査区分
012566         PERFORM 仕入先変更監査
012600         DISPLAY "削除しました"
012700     END-READ.
012800*
015500     PERFORM 単価キー入力.
015600     READ 仕入単価ファイル
015700       INVALID KEY
015750         MOVE SPACE TO 監査変更前
015800         PERFORM 単価項目入力
015900         WRITE 仕入単価レコード
015933         MOVE "10" TO 監査区分
015966         PERFORM 単価変更監査
016000         DISPLAY "登録しました"
016100       NOT INVALID KEY
016133         MOVE 仕入単価レコード
016166           TO 監査変更前
016200         PERFORM 単価項目入力
016300         REWRITE 仕入単価レコード
016333         MOVE "20" TO 監査区分
016366         PERFORM 単価変更監査
016400         DISPLAY "変更しました"
016500     END-READ.
016600*
017800       INVALID KEY
017900         DISPLAY "登録がありません"
018000       NOT INVALID KEY
018033         MOVE 仕入単価レコード
018066           TO 監査変更前
018100         DELETE 仕入単価ファイル
018133         MOVE "30" TO 監査区分
018166         PERFORM 単価変更監査
018200         DISPLAY "削除しました"
018300     END-READ.
018400*
020000         DISPLAY 単価仕入先 " " 単価商品番号
020100                 " " 仕入単価 " " 主仕入区分
020200     END-READ.
020300*
020400*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
020500*　ジャーナルへ書き残す。
020600*
020700 仕入先変更監査.
020800     MOVE "SIIREM" TO 監査マスタ名.
020900     MOVE 仕入先コード TO 監査キー.
021000     IF 監査区分 = "30"
021100       MOVE SPACE TO 監査変更後
021200     ELSE
021300       MOVE 仕入先マスタレコード
021400         TO 監査変更後
021500     END-IF.
021600     CALL "変更監査" USING 監査連絡域.
021700*
021800 単価変更監査.
021900     MOVE "SIIRETAN" TO 監査マスタ名.
022000     MOVE 仕入単価キー TO 監査キー.
022100     IF 監査区分 = "30"
022200       MOVE SPACE TO 監査変更後
022300     ELSE
022400       MOVE 仕入単価レコード
022500         TO 監査変更後
022600     END-IF.
022700     CALL "変更監査" USING 監査連絡域.
