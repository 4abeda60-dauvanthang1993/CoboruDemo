001100*               積む（一部入金可）。入金済額が請求額に達した
001200*               売掛は回収済へ進める。該当の無い請求番号・
001300*               過入金は消込リストへ警告する。
001310*               回収済になった請求の仮付与ポイントを確定する
001320*               （ポイント管理 POINT 参照）。
001400*
001500*               入金入力ファイル様式（１行１件，固定桁）
001600*                 請求番号 9(6)／入金日 9(8)／入金額 9(10)
006600 01  警告件数                PIC  9(05)  VALUE 0.
006700 01  入金額数値              PIC  9(10).
006800 01  売掛残高                PIC S9(12).
006801 01  ポイント計上域.
006802     02  ポイント計上区分    PIC  X(01).
006803     02  ポイント注文行番号  PIC  9(08).
006804     02  ポイント請求番号    PIC  9(06).
006805     02  ポイント対象金額    PIC  9(11).
006806     02  ポイント数          PIC  9(09).
006807     02  ポイント計上結果    PIC  9(01).
006810 01  運用通知域.
006820     02  通知プログラム      PIC  X(08)  VALUE "NYUKIN22".
006830     02  通知重大度          PIC  X(01).
013400            DELIMITED BY SIZE
013500       INTO 消込リスト行.
013600     WRITE 消込リスト行.
013610     IF 売掛回収済
013620       MOVE "2" TO ポイント計上区分
013630       MOVE 売掛請求番号 TO ポイント請求番号
013640       MOVE 0 TO ポイント注文行番号
013645       MOVE 0 TO ポイント対象金額
013650       CALL "ポイント計上" USING ポイント計上区分
013660            売掛顧客ＩＤ ポイント注文行番号
013670            ポイント請求番号 ポイント対象金額
013680            ポイント数 ポイント計上結果
013690       IF ポイント計上結果 = 0
013691         MOVE SPACE TO 消込リスト行
013692         STRING 売掛請求番号
013693                " ポイント付与確定：" ポイント数
013694                DELIMITED BY SIZE
013695           INTO 消込リスト行
013696         WRITE 消込リスト行
013697       END-IF
013698     END-IF.
013700     IF 売掛残高 < 0
013800       MOVE SPACE TO 消込リスト行
013900       STRING "警告：過入金 請求番号 "
