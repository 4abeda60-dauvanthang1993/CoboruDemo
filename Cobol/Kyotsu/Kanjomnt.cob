000200*　共通：勘定科目対応マスタ保守
000300*
000400*　　総勘定元帳インタフェース（GLEXPORT）が使う科目対応表の
000500*　保守。ソース区分（KY:給与／UR:売上／SK:請求／KH:経費／
000550*　KK:買掛）と取引区分の組ごとに借方科目・貸方科目を持つ。
000600*　対応の無い取引は仕訳に落ちず，未対応報告に出る。
000666*　　登録・変更・削除は担当者と変更前後の内容を添えて監査
000732*　ジャーナル（AUDITJNL）へ記録する。
000800*
000900*     Copyright 1992-2015 FUJITSU LIMITED
001000*=================================================================
003600     88  保守終了            VALUE 9.
003700 77  一覧終了フラグ          PIC  X(01).
003800     88  一覧終了            VALUE "Y".
003812     COPY AUDITP REPLACING ==:MASTER:== BY =="KANJOMAP"==.
003900*
004000 PROCEDURE DIVISION.
004033     DISPLAY "担当者コードを入力してください".
004066     ACCEPT 監査担当者 FROM CONSOLE.
004100     OPEN I-O 科目対応ファイル.
004200     PERFORM 保守メニュー処理 UNTIL 保守終了.
004300     CLOSE 科目対応ファイル.
005900     END-EVALUATE.
006000*
006100 登録変更処理.
006200     DISPLAY "ソース区分を入力(KY/UR/SK/KH/KK)".
006300     ACCEPT 対応ソース区分 FROM CONSOLE.
006400     DISPLAY "取引区分を入力(2桁)".
006500     ACCEPT 対応取引区分 FROM CONSOLE.
006600     READ 科目対応ファイル
006700       INVALID KEY
006750         MOVE SPACE TO 監査変更前
006800         PERFORM 科目入力
006900         WRITE 科目対応レコード
006933         MOVE "10" TO 監査区分
006966         PERFORM 変更監査記録
007000         DISPLAY "登録しました"
007100       NOT INVALID KEY
007133         MOVE 科目対応レコード
007166           TO 監査変更前
007200         PERFORM 科目入力
007300         REWRITE 科目対応レコード
007333         MOVE "20" TO 監査区分
007366         PERFORM 変更監査記録
007400         DISPLAY "変更しました"
007500     END-READ.
007600*
008100     ACCEPT 貸方科目 FROM CONSOLE.
008200*
008300 削除処理.
008400     DISPLAY "ソース区分を入力(KY/UR/SK/KH/KK)".
008500     ACCEPT 対応ソース区分 FROM CONSOLE.
008600     DISPLAY "取引区分を入力(2桁)".
008700     ACCEPT 対応取引区分 FROM CONSOLE.
008900       INVALID KEY
009000         DISPLAY "登録がありません"
009100       NOT INVALID KEY
009133         MOVE 科目対応レコード
009166           TO 監査変更前
009200         DELETE 科目対応ファイル
009233         MOVE "30" TO 監査区分
009266         PERFORM 変更監査記録
009300         DISPLAY "削除しました"
009400     END-READ.
009500*
011200                 " 借方:" 借方科目
011300                 " 貸方:" 貸方科目
011400     END-READ.
011407*
011414*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
011421*　ジャーナルへ書き残す。
011428*
011435 変更監査記録.
011442     MOVE 対応キー TO 監査キー.
011449     IF 監査区分 = "30"
011456       MOVE SPACE TO 監査変更後
011463     ELSE
011470       MOVE 科目対応レコード
011477         TO 監査変更後
011484     END-IF.
011491     CALL "変更監査" USING 監査連絡域.
011500 END PROGRAM KANJOMNT.
