001400*               表示または保留（承認待ち）にできる。エラー番号
001500*               の区分はＤＢアクセスの商品番号未登録／在庫不足
001600*               と同じ要領。
001610*               顧客別に請求基準（出荷基準／配達基準）も持ち，
001620*               配達基準の顧客は月次請求（SEIKYU22）で配達日に
001630*               より請求対象とする。
001700*
001800* Copyright 1999-2015 FUJITSU LIMITED
001900*=================================================================
003400 01  与信限度レコード.
003500     02  与信顧客ＩＤ        PIC  X(32).
003600     02  与信限度額          PIC  9(12).
003610     02  与信請求基準        PIC  X(01).
003620         88  出荷基準請求    VALUE SPACE "1".
003630         88  配達基準請求    VALUE "2".
003700 WORKING-STORAGE SECTION.
003800 01  与信限度状態            PIC  X(02).
003900     88  与信限度正常        VALUE "00" "05".
007700       INVALID KEY
007800         DISPLAY "与信限度額を入力してください"
007900         ACCEPT 与信限度額 FROM CONSOLE
007910         PERFORM 請求基準入力
008000         WRITE 与信限度レコード
008100         DISPLAY "登録しました"
008200       NOT INVALID KEY
008300         DISPLAY "与信限度額を入力してください"
008400         ACCEPT 与信限度額 FROM CONSOLE
008410         PERFORM 請求基準入力
008500         REWRITE 与信限度レコード
008600         DISPLAY "変更しました"
008700     END-READ.
008710*
008720 請求基準入力.
008730     DISPLAY "請求基準を入力してください"
008740             "(1:出荷基準 2:配達基準)".
008750     ACCEPT 与信請求基準 FROM CONSOLE.
008760     IF NOT (出荷基準請求 OR 配達基準請求)
008770       DISPLAY "出荷基準とします"
008780       MOVE "1" TO 与信請求基準
008790     END-IF.
008800*
008900 削除処理.
009000     DISPLAY "顧客IDを入力してください".
011200         SET 一覧終了 TO TRUE
011300       NOT AT END
011400         DISPLAY 与信顧客ＩＤ " " 与信限度額
011410                 " " 与信請求基準
011500     END-READ.
011600*
011700 与信照会処理.
016400 01  与信限度レコード.
016500     02  与信顧客ＩＤ        PIC  X(32).
016600     02  与信限度額          PIC  9(12).
016610     02  与信請求基準        PIC  X(01).
016700 FD  注文行ファイル.
016800     COPY ORDFILE.
016810 FD  売掛金ファイル.
