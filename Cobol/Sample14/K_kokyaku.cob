000700*区分を顧客マスタで一元管理する。口座との結び付けは顧客口座
000800*リンクファイル（K_SINが開設時に登録）で行い，顧客単位の照会
000900*はK_KOKENが行う。
000933*登録・更新は担当者と変更前後の内容を添えて監査ジャーナル
000966*（AUDITJNL）へ記録する。
000975*Webからの住所・電話番号の変更申請は，窓口審査（W_CHGADM）
000983*が本人確認のうえ承認した時点で同じ監査記録を付けて反映する。
001000*
001100 ENVIRONMENT DIVISION.
001200 CONFIGURATION SECTION.
003700 77 走査終了フラグ        PIC  X(1)  VALUE "N".
003800    88 走査終了          VALUE "Y".
003900 77 次顧客番号            PIC  9(5)  VALUE 1.
003912     COPY AUDITP REPLACING ==:MASTER:== BY =="KOKYAKU"==.
004000*
004100 PROCEDURE DIVISION.
004200*
004300      DISPLAY "顧客マスタ保守"
004333      DISPLAY "担当者コードを入力してください"
004366      ACCEPT 監査担当者 FROM CONSOLE
004400      DISPLAY "処理区分を入力してください"
004500      DISPLAY "(1:登録 2:更新 3:照会)"
004600      ACCEPT 処理区分 FROM CONSOLE
006300 顧客登録処理.
006400      PERFORM 顧客番号採番
006500      MOVE 次顧客番号 TO 顧客番号
006550      MOVE SPACE TO 監査変更前
006600      PERFORM 顧客項目入力
006700      WRITE 顧客マスタレコード
006733      MOVE "10" TO 監査区分
006766      PERFORM 変更監査記録
006800      DISPLAY "登録しました　顧客番号：" 顧客番号.
006900*
007000 顧客更新処理.
007700                  CLOSE 顧客マスタファイル
007800                  STOP RUN
007900      END-READ
007950      MOVE 顧客マスタレコード TO 監査変更前
008000      PERFORM 顧客項目入力
008100      MOVE 入力顧客番号 TO 顧客番号
008200      REWRITE 顧客マスタレコード
008233      MOVE "20" TO 監査区分
008266      PERFORM 変更監査記録
008300      DISPLAY "更新しました　顧客番号：" 顧客番号.
008400*
008500 顧客照会処理.
013100            NOT AT END
013200                  COMPUTE 次顧客番号 = 顧客番号 + 1
013300      END-READ.
013400*
013500*変更の証跡（誰が・いつ・何をどう変えたか）を監査ジャーナル
013600*へ書き残す。
013700*
013800 変更監査記録.
013900      MOVE 顧客番号 TO 監査キー
014000      MOVE 顧客マスタレコード TO 監査変更後
014100      CALL "変更監査" USING 監査連絡域.
