001200*
001300*               業務アプリケーションは回線からではなく受信
001400*               キューの取出モードからメッセージを受け取る。
001416*
001432*               注文行・単価改定・休日暦の種別は業務適用（RCVDISP）
001448*               が業務ファイルへ反映し，適用済／適用失敗へ進める。
001464*               適用失敗は原因を正した後，再適用モードで未処理へ
001480*               戻す。
001500*
001600*     Copyright 2000-2015 FUJITSU LIMITED
001700*=================================================================
004100     03  受信状態区分        PIC  X(01).
004200         88  未処理          VALUE "1".
004300         88  取出済          VALUE "2".
004333         88  適用済          VALUE "3".
004366         88  適用失敗        VALUE "4".
004400     03  受信日時            PIC  X(14).
004500 FD  通信ログファイル.
004600 01  通信ログレコード.
009700*
009800 業務メニュー処理.
009900     DISPLAY "受信キュー管理".
010000     DISPLAY "1:受信 2:一覧 3:取出 4:再適用 9:終了".
010100     ACCEPT 処理区分 FROM CONSOLE.
010200     EVALUATE 処理区分
010300       WHEN 1
010700         PERFORM キュー一覧処理
010800       WHEN 3
010900         PERFORM 取出処理
010933       WHEN 4
010966         PERFORM 再適用処理
011000       WHEN 9
011100         MOVE 9 TO 終了区分
011200     END-EVALUATE.
024800           DISPLAY "未処理ではありません"
024900         END-IF
025000     END-READ.
025004*
025008*　業務適用（RCVDISP）で適用失敗となったメッセージを，原因
025012*　を正した後に未処理へ戻す。次回の業務適用で再び適用される。
025016*
025020 再適用処理.
025024     DISPLAY "通番を入力してください".
025028     ACCEPT 取出対象通番 FROM CONSOLE.
025032     MOVE 取出対象通番 TO 受信通番.
025036     READ 受信キューファイル
025040       INVALID KEY
025044         DISPLAY "通番が存在しません"
025048       NOT INVALID KEY
025052         IF 適用失敗
025056           SET 未処理 TO TRUE
025060           REWRITE 受信キューレコード
025064           DISPLAY "未処理へ戻しました"
025068         ELSE
025072           DISPLAY "適用失敗ではありません"
025076         END-IF
025080     END-READ.
025100*
025200 活動ログ出力.
025300     OPEN EXTEND 通信ログファイル.
