000700*　有効な率を返す。税制改正は本マスタへの登録だけで済む。
000800*
000900*　　本プログラムは登録・削除・一覧の保守ユーティリティ。
000933*　登録・変更・削除は担当者と変更前後の内容を添えて監査
000966*　ジャーナル（AUDITJNL）へ記録する。
001000*
001100*     Copyright 1992-2015 FUJITSU LIMITED
001200*=================================================================
003700     88  保守終了            VALUE 9.
003800 77  一覧終了フラグ          PIC  X(01).
003900     88  一覧終了            VALUE "Y".
003912     COPY AUDITP REPLACING ==:MASTER:== BY =="ZEIRITSU"==.
004000*
004100 PROCEDURE DIVISION.
004133     DISPLAY "担当者コードを入力してください".
004166     ACCEPT 監査担当者 FROM CONSOLE.
004200     OPEN I-O 税率ファイル.
004300     PERFORM 保守メニュー処理 UNTIL 保守終了.
004400     CLOSE 税率ファイル.
006600     ACCEPT 適用開始日 FROM CONSOLE.
006700     READ 税率ファイル
006800       INVALID KEY
006850         MOVE SPACE TO 監査変更前
006900         DISPLAY "税率％を入力してください"
007000         ACCEPT 税率値 FROM CONSOLE
007100         WRITE 税率レコード
007133         MOVE "10" TO 監査区分
007166         PERFORM 変更監査記録
007200         DISPLAY "登録しました"
007300       NOT INVALID KEY
007333         MOVE 税率レコード
007366           TO 監査変更前
007400         DISPLAY "税率％を入力してください"
007500         ACCEPT 税率値 FROM CONSOLE
007600         REWRITE 税率レコード
007633         MOVE "20" TO 監査区分
007666         PERFORM 変更監査記録
007700         DISPLAY "変更しました"
007800     END-READ.
007900*
008600       INVALID KEY
008700         DISPLAY "登録がありません"
008800       NOT INVALID KEY
008833         MOVE 税率レコード
008866           TO 監査変更前
008900         DELETE 税率ファイル
008933         MOVE "30" TO 監査区分
008966         PERFORM 変更監査記録
009000         DISPLAY "削除しました"
009100     END-READ.
009200*
010800                 " 開始:" 適用開始日
010900                 " 率:" 税率値 "%"
011000     END-READ.
011007*
011014*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
011021*　ジャーナルへ書き残す。
011028*
011035 変更監査記録.
011042     MOVE 税率キー TO 監査キー.
011049     IF 監査区分 = "30"
011056       MOVE SPACE TO 監査変更後
011063     ELSE
011070       MOVE 税率レコード
011077         TO 監査変更後
011084     END-IF.
011091     CALL "変更監査" USING 監査連絡域.
011100 END PROGRAM ZEIMNT.
011200*
011300*=================================================================
