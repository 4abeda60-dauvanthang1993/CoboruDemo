000400*
000500*　利用状況報告（RIYORPT）の稼働率計算に使う会議室別の１日
000600*　利用可能時間数を保持する会議室マスタを登録・変更・一覧する。
000633*　登録・変更・削除は担当者と変更前後の内容を添えて監査
000666*　ジャーナル（AUDITJNL）へ記録する。
000700*
000800*            Copyright 1999-2015 FUJITSU LIMITED
000900*========================================================================
003300     88  保守終了            VALUE 9.
003400 77  一覧終了フラグ          PIC  X(01).
003500     88  一覧終了            VALUE "Y".
003512     COPY AUDITP REPLACING ==:MASTER:== BY =="ROOMM"==.
003600*
003700 PROCEDURE       DIVISION.
003733     DISPLAY "担当者コードを入力してください".
003766     ACCEPT 監査担当者 FROM CONSOLE.
003800     OPEN I-O 会議室マスタファイル.
003900     PERFORM 保守メニュー処理 UNTIL 保守終了.
004000     CLOSE 会議室マスタファイル.
006000     ACCEPT 会議室番号 FROM CONSOLE.
006100     READ 会議室マスタファイル
006200       INVALID KEY
006250         MOVE SPACE TO 監査変更前
006300         PERFORM 項目入力
006400         WRITE 会議室マスタレコード
006433         MOVE "10" TO 監査区分
006466         PERFORM 変更監査記録
006500         DISPLAY "登録しました"
006600       NOT INVALID KEY
006633         MOVE 会議室マスタレコード
006666           TO 監査変更前
006700         PERFORM 項目入力
006800         REWRITE 会議室マスタレコード
006833         MOVE "20" TO 監査区分
006866         PERFORM 変更監査記録
006900         DISPLAY "変更しました"
007000     END-READ.
007100*
008200       INVALID KEY
008300         DISPLAY "会議室番号が存在しません"
008400       NOT INVALID KEY
008433         MOVE 会議室マスタレコード
008466           TO 監査変更前
008500         DELETE 会議室マスタファイル
008533         MOVE "30" TO 監査区分
008566         PERFORM 変更監査記録
008600         DISPLAY "削除しました"
008700     END-READ.
008800*
010300         DISPLAY 会議室番号 " " 会議室名
010400                 " " 日利用可能時間
010500     END-READ.
010600*
010700*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
010800*　ジャーナルへ書き残す。
010900*
011000 変更監査記録.
011100     MOVE 会議室番号 TO 監査キー.
011200     IF 監査区分 = "30"
011300       MOVE SPACE TO 監査変更後
011400     ELSE
011500       MOVE 会議室マスタレコード
011600         TO 監査変更後
011700     END-IF.
011800     CALL "変更監査" USING 監査連絡域.
