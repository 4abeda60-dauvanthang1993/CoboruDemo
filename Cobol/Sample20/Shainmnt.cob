000030*
000040*　　月次給与バッチの元になる社員マスタ（氏名・部門・職級・
000050*　基本給・職務手当・時間外単価）を登録・変更・削除・一覧する。
000052*　退社した従業員は削除せず退社年月日を登録する（人事統計が
000054*　入社・退職の人数を数えるため）。
000055*
000056*　　登録・変更・削除は担当者と変更前後の内容を添えて
000058*　監査ジャーナル（AUDITJNL）へ記録する。
000060*
000070*                              Copyright 1998-2015 FUJITSU LIMITED
000080*=====================================================================
000290     88  保守終了            VALUE 9.
000300 01  一覧終了フラグ          PIC  X(01).
000310     88  一覧終了            VALUE "Y".
000311     COPY AUDITP REPLACING ==:MASTER:== BY =="SHAINM"==.
000320*
000330 PROCEDURE  DIVISION.
000333     DISPLAY "担当者コードを入力してください".
000336     ACCEPT 監査担当者 FROM CONSOLE.
000340     OPEN I-O 社員マスタファイル.
000350     PERFORM 保守メニュー処理 UNTIL 保守終了.
000360     CLOSE 社員マスタファイル.
000560     ACCEPT 社員番号 FROM CONSOLE.
000570     READ 社員マスタファイル
000580       INVALID KEY
000585         MOVE SPACE TO 監査変更前
000590         PERFORM 項目入力
000600         WRITE 社員マスタレコード
000603         MOVE "10" TO 監査区分
000606         PERFORM 変更監査記録
000610         DISPLAY "登録しました"
000620       NOT INVALID KEY
000623         MOVE 社員マスタレコード
000626           TO 監査変更前
000630         PERFORM 項目入力
000640         REWRITE 社員マスタレコード
000643         MOVE "20" TO 監査区分
000646         PERFORM 変更監査記録
000650         DISPLAY "変更しました"
000660     END-READ.
000670*
000808     ACCEPT 社員給与区分 FROM CONSOLE.
000810     DISPLAY "時給単価を入力(月給制は0)".
000812     ACCEPT 社員時給単価 FROM CONSOLE.
000813     DISPLAY "扶養控除等申告書(1:提出 2:未提出)".
000814     ACCEPT 社員税額表区分 FROM CONSOLE.
000815     DISPLAY "扶養親族等の数を入力してください".
000816     ACCEPT 社員扶養人数 FROM CONSOLE.
000817     DISPLAY "生年月日を入力(YYYYMMDD)".
000818     ACCEPT 社員生年月日 FROM CONSOLE.
000820     DISPLAY "雇用保険(1:被保険者 9:適用除外)".
000822     ACCEPT 社員雇用保険区分 FROM CONSOLE.
000823     DISPLAY "退社年月日を入力(YYYYMMDD 在籍中は0)".
000824     ACCEPT 社員退社年月日 FROM CONSOLE.
000825*
000826 削除処理.
000830     DISPLAY "社員番号を入力してください".
000840     ACCEPT 社員番号 FROM CONSOLE.
000850     READ 社員マスタファイル
000860       INVALID KEY
000870         DISPLAY "社員番号が存在しません"
000880       NOT INVALID KEY
000883         MOVE 社員マスタレコード
000886           TO 監査変更前
000890         DELETE 社員マスタファイル
000893         MOVE "30" TO 監査区分
000896         PERFORM 変更監査記録
000900         DISPLAY "削除しました"
000910     END-READ.
000920*
001080                 " " 社員部門コード
001090                 " " 社員職級 " " 社員基本給
001100     END-READ.
001110*
001120*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
001130*　ジャーナルへ書き残す。
001140*
001150 変更監査記録.
001160     MOVE 社員番号 TO 監査キー.
001170     IF 監査区分 = "30"
001180       MOVE SPACE TO 監査変更後
001190     ELSE
001200       MOVE 社員マスタレコード
001210         TO 監査変更後
001220     END-IF.
001230     CALL "変更監査" USING 監査連絡域.
