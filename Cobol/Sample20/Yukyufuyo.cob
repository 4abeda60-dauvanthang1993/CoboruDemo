000100*　　付与日数（勤続月数）：６〜１７：１０日／〜２９：１１日／
000110*　　〜４１：１２日／〜５３：１４日／〜６５：１６日／
000120*　　〜７７：１８日／７８以上：２０日
000121*
000122*　　休業ファイル（KYUGYOM）の休職（私傷病等）は出勤しなかった日
000123*　とし，前年度（入社１年未満は入社日から）の暦日のうち休職日数
000124*　が２割を超える社員には付与しない（付与日数０で繰越だけ行う）。
000125*　産前産後休業・育児休業・介護休業の期間は出勤したものとみなす。
000130*
000140*　　消化は勤怠取込（KINTAI）が月次で積み，残高・失効の報告
000150*　はYUKYURPTが行う。
000710 01  付与件数                PIC  9(05)  VALUE 0.
000720 01  対象外件数              PIC  9(05)  VALUE 0.
000730 01  付与済件数              PIC  9(05)  VALUE 0.
000732 01  休職不足件数            PIC  9(05)  VALUE 0.
000734 01  出勤判定開始日          PIC  9(08).
000736     COPY KYUGYOP.
000740*
000750 PROCEDURE  DIVISION.
000760     DISPLAY "有給休暇年次付与バッチ".
000910     DISPLAY "付与件数　：" 付与件数.
000920     DISPLAY "対象外件数：" 対象外件数.
000930     DISPLAY "付与済件数：" 付与済件数.
000935     DISPLAY "休職により付与なし：" 休職不足件数.
000940     STOP RUN.
000950*
000960 マスタ読込.
001170     READ 有給残ファイル
001180       INVALID KEY
001190         PERFORM 付与日数決定
001195         PERFORM 出勤率判定
001200         PERFORM 繰越日数決定
001210         PERFORM 付与レコード登録
001220       NOT INVALID KEY
001410         MOVE 20 TO 今回付与日数
001420     END-EVALUATE.
001430*
001431*　前年度の期間のうち休職していた暦日が２割を超えれば出勤率
001432*　８割未満として付与しない。
001433*
001434 出勤率判定.
001435     COMPUTE 出勤判定開始日 = 付与基準日 - 10000.
001436     IF 社員入社年月日 > 出勤判定開始日
001437       MOVE 社員入社年月日 TO 出勤判定開始日
001438     END-IF.
001439     MOVE "2" TO 照会機能区分.
001440     MOVE 社員番号 TO 照会従業員番号.
001441     MOVE 出勤判定開始日 TO 照会開始日.
001442     COMPUTE 照会終了日 = FUNCTION DATE-OF-INTEGER(
001443         FUNCTION INTEGER-OF-DATE(付与基準日) - 1).
001444     CALL "休業状況取得" USING 休業照会領域.
001445     IF 照会結果 = 0
001446        AND 照会休職日数 * 5 > 照会対象日数
001447       MOVE 0 TO 今回付与日数
001448       ADD 1 TO 休職不足件数
001449       DISPLAY "休職により付与なし：" 社員番号
001451     END-IF.
001453*
001455*　前年度の未消化（付与＋繰越−取得）を前年度付与日数を上限
001457*　に繰り越す。上限超過分は失効として報告する。
001460*
001470 繰越日数決定.
001480     MOVE 0 TO 今回繰越日数.
