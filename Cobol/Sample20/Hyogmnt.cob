000060*　（SANTEI）が４〜６月の平均報酬をこのテーブルで等級に引き
000070*　当てる。
000080*
000082*　　登録・変更・削除は担当者と変更前後の内容を添えて
000084*　監査ジャーナル（AUDITJNL）へ記録する。
000086*
000090*                              Copyright 1998-2015 FUJITSU LIMITED
000100*=====================================================================
000110 IDENTIFICATION     DIVISION.
000350     88  保守終了            VALUE 9.
000360 01  一覧終了フラグ          PIC  X(01).
000370     88  一覧終了            VALUE "Y".
000371     COPY AUDITP REPLACING ==:MASTER:== BY =="HYOJUNG"==.
000380*
000390 PROCEDURE  DIVISION.
000393     DISPLAY "担当者コードを入力してください".
000396     ACCEPT 監査担当者 FROM CONSOLE.
000400     OPEN I-O 等級テーブルファイル.
000410     PERFORM 保守メニュー処理 UNTIL 保守終了.
000420     CLOSE 等級テーブルファイル.
000620     ACCEPT 等級番号 FROM CONSOLE.
000630     READ 等級テーブルファイル
000640       INVALID KEY
000645         MOVE SPACE TO 監査変更前
000650         PERFORM 項目入力
000660         WRITE 等級テーブルレコード
000663         MOVE "10" TO 監査区分
000666         PERFORM 変更監査記録
000670         DISPLAY "登録しました"
000680       NOT INVALID KEY
000683         MOVE 等級テーブルレコード
000686           TO 監査変更前
000690         PERFORM 項目入力
000700         REWRITE 等級テーブルレコード
000703         MOVE "20" TO 監査区分
000706         PERFORM 変更監査記録
000710         DISPLAY "変更しました"
000720     END-READ.
000730*
000860       INVALID KEY
000870         DISPLAY "登録がありません"
000880       NOT INVALID KEY
000883         MOVE 等級テーブルレコード
000886           TO 監査変更前
000890         DELETE 等級テーブルファイル
000893         MOVE "30" TO 監査区分
000896         PERFORM 変更監査記録
000900         DISPLAY "削除しました"
000910     END-READ.
000920*
001080         DISPLAY 等級番号 " " 報酬下限 "-"
001090                 報酬上限 " " 標準報酬月額
001100     END-READ.
001110*
001120*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
001130*　ジャーナルへ書き残す。
001140*
001150 変更監査記録.
001160     MOVE 等級番号 TO 監査キー.
001170     IF 監査区分 = "30"
001180       MOVE SPACE TO 監査変更後
001190     ELSE
001200       MOVE 等級テーブルレコード
001210         TO 監査変更後
001220     END-IF.
001230     CALL "変更監査" USING 監査連絡域.
