000400*　　会議室予約（Sample17）・バッチ起動（SAMPLE32）・給与締め
000500*　などが共通に参照する休日マスタ（国民の祝日・会社休日）を
000600*　登録・削除・一覧する。営業日判定そのものは暦日計算サブ
000700*　ルーチン（CALSVC）が行う。日曜以外で法定休日とする日は
000750*　休日区分を１として登録する（割増賃金の休日労働の判定用）。
000766*　　登録・削除は担当者と変更前後の内容を添えて監査ジャー
000782*　ナル（AUDITJNL）へ記録する。
000800*
000900*     Copyright 1992-2015 FUJITSU LIMITED
001000*=================================================================
002500 01  休日マスタレコード.
002600     02  休日日付            PIC  9(08).
002700     02  休日名称            PIC  N(10).
002720     02  休日区分            PIC  X(01).
002740         88  法定休日        VALUE "1".
002800 WORKING-STORAGE SECTION.
002900 77  休日マスタ状態          PIC  X(02).
003000     88  休日マスタ正常      VALUE "00" "05".
003300     88  保守終了            VALUE 9.
003400 77  一覧終了フラグ          PIC  X(01).
003500     88  一覧終了            VALUE "Y".
003512     COPY AUDITP REPLACING ==:MASTER:== BY =="HOLIDAY"==.
003600*
003700 PROCEDURE DIVISION.
003733     DISPLAY "担当者コードを入力してください".
003766     ACCEPT 監査担当者 FROM CONSOLE.
003800     OPEN I-O 休日マスタファイル.
003900     PERFORM 保守メニュー処理 UNTIL 保守終了.
004000     CLOSE 休日マスタファイル.
006000     ACCEPT 休日日付 FROM CONSOLE.
006100     READ 休日マスタファイル
006200       INVALID KEY
006250         MOVE SPACE TO 監査変更前
006300         DISPLAY "名称を入力してください"
006400         ACCEPT 休日名称 FROM CONSOLE
006420         DISPLAY "休日区分(1:法定 空白:所定休日)"
006440         ACCEPT 休日区分 FROM CONSOLE
006500         WRITE 休日マスタレコード
006533         MOVE "10" TO 監査区分
006566         PERFORM 変更監査記録
006600         DISPLAY "登録しました"
006700       NOT INVALID KEY
006800         DISPLAY "既に登録されています"
007500       INVALID KEY
007600         DISPLAY "登録がありません"
007700       NOT INVALID KEY
007733         MOVE 休日マスタレコード
007766           TO 監査変更前
007800         DELETE 休日マスタファイル
007833         MOVE "30" TO 監査区分
007866         PERFORM 変更監査記録
007900         DISPLAY "削除しました"
008000     END-READ.
008100*
009300       AT END
009400         SET 一覧終了 TO TRUE
009500       NOT AT END
009600         DISPLAY 休日日付 " " 休日名称 " " 休日区分
009700     END-READ.
009800*
009900*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
010000*　ジャーナルへ書き残す。
010100*
010200 変更監査記録.
010300     MOVE 休日日付 TO 監査キー.
010400     IF 監査区分 = "30"
010500       MOVE SPACE TO 監査変更後
010600     ELSE
010700       MOVE 休日マスタレコード
010800         TO 監査変更後
010900     END-IF.
011000     CALL "変更監査" USING 監査連絡域.
