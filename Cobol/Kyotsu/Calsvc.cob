001100*　　　　　　　３：前営業日（結果日に返す）
001200*　　　　　　　４：営業日数（基準日翌日から相手日までを
001300*　　　　　　　　　営業日数に返す）
001320*　　　　　　　５：法定休日判定（結果＝０法定休日以外／１法定
001340*　　　　　　　　　休日）。日曜と休日マスタで法定休日とした日
001360*　　　　　　　　　を法定休日とする
001400*　　基準日・相手日　ＹＹＹＹＭＭＤＤ
001500*　　結果　　０：正常／９：機能区分不正
001600*
003300 01  休日マスタレコード.
003400     02  休日日付            PIC  9(08).
003500     02  休日名称            PIC  N(10).
003520     02  休日区分            PIC  X(01).
003540         88  法定休日        VALUE "1".
003600 WORKING-STORAGE SECTION.
003700 77  休日マスタ状態          PIC  X(02).
003800     88  休日マスタ正常      VALUE "00" "05".
004200 77  営業日フラグ            PIC  9(01).
004300*　　０：営業日／１：非営業日
004400 77  終了通算日              PIC  9(07).
004450 77  法定休日フラグ          PIC  9(01).
004500 LINKAGE SECTION.
004600 01  機能区分                PIC  X(01).
004700 01  基準日                  PIC  9(08).
006600         PERFORM 前営業日算出
006700       WHEN "4"
006800         PERFORM 営業日数算出
006820       WHEN "5"
006840         MOVE 基準日 TO 判定日付
006860         PERFORM 法定休日判定
006880         MOVE 法定休日フラグ TO 結果
006900       WHEN OTHER
007000         MOVE 9 TO 結果
007100     END-EVALUATE.
009600       END-IF
009700     END-IF.
009800*
009802*　日曜は就業規則上の法定休日とし，それ以外は休日マスタで
009804*　法定休日区分を付けた日だけを法定休日とする。
009806*
009808 法定休日判定.
009810     MOVE 0 TO 法定休日フラグ.
009812     COMPUTE 判定通算日 =
009814         FUNCTION INTEGER-OF-DATE(判定日付).
009816     COMPUTE 判定曜日 =
009818         FUNCTION MOD(判定通算日 7).
009820     IF 判定曜日 = 0
009822       MOVE 1 TO 法定休日フラグ
009824     ELSE
009826       IF 休日マスタ正常
009828         MOVE 判定日付 TO 休日日付
009830         READ 休日マスタファイル
009832           INVALID KEY
009834             CONTINUE
009836           NOT INVALID KEY
009838             IF 法定休日
009840               MOVE 1 TO 法定休日フラグ
009842             END-IF
009844         END-READ
009846       END-IF
009848     END-IF.
009850*
009900 翌営業日算出.
010000     COMPUTE 判定通算日 =
010100         FUNCTION INTEGER-OF-DATE(基準日).
