000600*　月について当月・前月・前年同月の数量と金額，および前月比の
000700*　増減率を商品ごとに並べる。集計表印刷（ＳＡＭＰＬＥ１０）と
000800*　同じ要領で報告書とＣＳＶの両方を出力する。
000810*　あわせて指定月までの１２か月の月別売上（数量・金額）を
000820*　月別推移ＣＳＶ（SUII12.CSV）へ出力する（ＫＰＩダッシュ
000830*　ボードの売上推移グラフの元データ）。
000900*
001000 ENVIRONMENT DIVISION.
001100  INPUT-OUTPUT SECTION.
002400     SELECT 推移ＣＳＶファイル
002500       ASSIGN TO "SUII.CSV"
002600       ORGANIZATION      IS  LINE SEQUENTIAL.
002610     SELECT 月別ＣＳＶファイル
002620       ASSIGN TO "SUII12.CSV"
002630       ORGANIZATION      IS  LINE SEQUENTIAL.
002700*
002800 DATA DIVISION.
002900  FILE SECTION.
003300  01  報告行                  PIC  X(110).
003400  FD  推移ＣＳＶファイル.
003500  01  ＣＳＶ行                PIC  X(110).
003510  FD  月別ＣＳＶファイル.
003520  01  月別ＣＳＶ行            PIC  X(40).
003600*
003700  WORKING-STORAGE SECTION.
003710 77  スプール発行元          PIC  X(08).
005200   77  検索添字                PIC  9(03)  COMP-5.
005300   77  増減率                  PIC S9(04)V9.
005350   77  あふれ件数              PIC  9(06)  VALUE 0.
005360   77  当月通算月              PIC  9(07).
005370   77  受注通算月              PIC  9(07).
005380   77  月添字                  PIC  9(03)  COMP-5.
005400*
005500   01  推移集計表.
005600       02  推移明細  OCCURS 100.
006100           03  前月金額        PIC  9(12).
006200           03  前年数量        PIC  9(08).
006300           03  前年金額        PIC  9(12).
006310*
006320*　指定月を１２番目とする直近１２か月の月別合計。
006330*
006340   01  月別推移表.
006350       02  月別明細  OCCURS 12.
006360           03  月別年月        PIC  9(06).
006370           03  月別数量        PIC S9(09).
006380           03  月別金額        PIC S9(13).
006400*
006500   01  報告行編集域.
006600       02  編集商品コード      PIC  X(04).
010900         VARYING 商品添字 FROM 1 BY 1
011000         UNTIL 商品添字 > 商品登録数.
011100     CLOSE 推移ＣＳＶファイル.
011110     OPEN OUTPUT 月別ＣＳＶファイル.
011120     MOVE "年月,数量,金額" TO 月別ＣＳＶ行.
011130     WRITE 月別ＣＳＶ行.
011140     PERFORM 月別出力
011150         VARYING 月添字 FROM 1 BY 1
011160         UNTIL 月添字 > 12.
011170     CLOSE 月別ＣＳＶファイル.
011200     CLOSE 推移報告ファイル.
011210     MOVE "SUII" TO スプール発行元.
011220     MOVE "SUII" TO スプール帳票名.
012500     MOVE 当月年月 TO 年月作業.
012600     SUBTRACT 1 FROM 作業年.
012700     MOVE 年月作業 TO 前年同月.
012707     MOVE 当月年月 TO 年月作業.
012714     COMPUTE 当月通算月 = 作業年 * 12 + 作業月 - 1.
012721     INITIALIZE 月別推移表.
012728     PERFORM 月別年月設定
012735         VARYING 月添字 FROM 1 BY 1
012742         UNTIL 月添字 > 12.
012749*
012756  月別年月設定.
012763     COMPUTE 受注通算月 = 当月通算月 - 12 + 月添字.
012770     COMPUTE 作業年 = 受注通算月 / 12.
012777     COMPUTE 作業月 = 受注通算月 - 作業年 * 12 + 1.
012784     MOVE 年月作業 TO 月別年月(月添字).
012800*
012900  売上読込.
013000     READ 売上ファイル NEXT RECORD
013900     COMPUTE 受注年月 =
013910       年 OF 売上レコード * 100
013920     + 月 OF 売上レコード.
013930     COMPUTE 受注通算月 =
013940       年 OF 売上レコード * 12
013950     + 月 OF 売上レコード - 1.
013960     IF 受注通算月 <= 当月通算月
013970        AND 受注通算月 + 12 > 当月通算月
013980       COMPUTE 月添字 = 受注通算月 + 12 - 当月通算月
013990       ADD 数量 TO 月別数量(月添字)
013995       ADD 金額 TO 月別金額(月添字)
013997     END-IF.
014000     IF 受注年月 = 当月年月
014100        OR 受注年月 = 前月年月
014200        OR 受注年月 = 前年同月
020900            DELIMITED BY SIZE
021000       INTO ＣＳＶ行.
021100     WRITE ＣＳＶ行.
021200*
021300  月別出力.
021400     MOVE SPACE TO 月別ＣＳＶ行.
021500     STRING 月別年月(月添字) ","
021600            月別数量(月添字) ","
021700            月別金額(月添字)
021800            DELIMITED BY SIZE
021900       INTO 月別ＣＳＶ行.
022000     WRITE 月別ＣＳＶ行.
