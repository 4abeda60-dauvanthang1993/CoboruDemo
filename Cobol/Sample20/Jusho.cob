000010*=====================================================================
000020*　転居管理　　　　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　住所マスタ（住所クラス・住所マスタクラス）は現住所だけを持つ
000050*　ため，住所を変更するたびに住所異動登録サブルーチンが旧住所と
000060*　新住所を住所履歴ファイル（JUSHORK）へ転居日ごとに残す。住民税
000070*　は１月１日現在の住所地に納めるので，転居後に最初に来る１月１日
000080*　の年の６月から納付先を変える。このため転居を登録すると住民税
000090*　マスタ（JUMINZM）へ新しい市区町村コードとその適用年月を予約し，
000100*　住民税マスタ保守（JUMINMNT）の変更反映で市区町村コードに移す。
000110*　あわせて通勤手当の見直しのため，転居した従業員を通勤確認待ち
000120*　とする。
000130*
000140*　　本プログラムは次の保守と帳票出力を行う。住所クラスからの登録
000150*　は転居日を当日とし市区町村コードを持たないので，人事担当が転居
000160*　内容訂正で転居日と市区町村コードを設定する。
000170*　　　１：転居内容訂正（転居日・市区町村コード）
000180*　　　２：従業員別の住所履歴の一覧
000190*　　　３：通勤確認待ち一覧（現在の通勤手当とともに出力）
000200*　　　４：通勤確認済の登録
000210*　　　５：指定期間の転居一覧
000220*
000230*                              Copyright 1998-2015 FUJITSU LIMITED
000240*=====================================================================
000250 IDENTIFICATION     DIVISION.
000260 PROGRAM-ID.   JUSHO.
000270 ENVIRONMENT  DIVISION.
000280 INPUT-OUTPUT  SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL 住所履歴ファイル
000310       ASSIGN TO "JUSHORK"
000320       ORGANIZATION IS INDEXED
000330       ACCESS MODE  IS DYNAMIC
000340       RECORD KEY   IS 履歴キー
000350       FILE STATUS  IS 住所履歴状態.
000360     SELECT 社員マスタファイル
000370       ASSIGN TO "SHAINM"
000380       ORGANIZATION IS INDEXED
000390       ACCESS MODE  IS RANDOM
000400       RECORD KEY   IS 社員番号
000410       FILE STATUS  IS 社員マスタ状態.
000420     SELECT OPTIONAL 住民税マスタファイル
000430       ASSIGN TO "JUMINZM"
000440       ORGANIZATION IS INDEXED
000450       ACCESS MODE  IS RANDOM
000460       RECORD KEY   IS 住民税従業員番号
000470       FILE STATUS  IS 住民税マスタ状態.
000480     SELECT OPTIONAL 通勤マスタファイル
000490       ASSIGN TO "TSUKINM"
000500       ORGANIZATION IS INDEXED
000510       ACCESS MODE  IS RANDOM
000520       RECORD KEY   IS 通勤従業員番号
000530       FILE STATUS  IS 通勤マスタ状態.
000540     SELECT 転居一覧ファイル
000550       ASSIGN TO "JUSHO.RPT"
000560       ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT 通勤確認一覧ファイル
000580       ASSIGN TO "JUSHOTK.RPT"
000590       ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA  DIVISION.
000610 FILE  SECTION.
000620 FD  住所履歴ファイル.
000630     COPY JUSHORR.
000640 FD  社員マスタファイル.
000650     COPY SHAINMR.
000660 FD  住民税マスタファイル.
000670 01  住民税マスタレコード.
000680     02  住民税従業員番号    PIC  9(004).
000690     02  市区町村コード      PIC  9(006).
000700     02  住民税６月額        PIC  9(007).
000710     02  住民税通常月額      PIC  9(007).
000720     02  新市区町村          PIC  9(006).
000730     02  新市区町村年月      PIC  9(006).
000740 FD  通勤マスタファイル.
000750 01  通勤マスタレコード.
000760     02  通勤従業員番号      PIC  9(004).
000770     02  通勤経路            PIC  X(060).
000780     02  通勤手段            PIC  X(001).
000790     02  通勤距離            PIC  9(003)V9(1).
000800     02  通勤月額            PIC  9(006).
000810     02  通勤六箇月額        PIC  9(007).
000820     02  通勤支給周期        PIC  9(001).
000830     02  通勤支給開始年月    PIC  9(006).
000840 FD  転居一覧ファイル.
000850 01  一覧行                  PIC  X(120).
000860 FD  通勤確認一覧ファイル.
000870 01  確認一覧行              PIC  X(120).
000880 WORKING-STORAGE  SECTION.
000890 77  スプール発行元          PIC  X(08).
000900 77  スプール帳票名          PIC  X(08).
000910 77  スプール本文名          PIC  X(20).
000920 77  スプール登録結果        PIC  9(01).
000930 01  住所履歴状態            PIC  X(02).
000940     88  住所履歴正常        VALUE "00" "05".
000950 01  社員マスタ状態          PIC  X(02).
000960     88  社員マスタ正常      VALUE "00" "05".
000970 01  住民税マスタ状態        PIC  X(02).
000980     88  住民税マスタ正常    VALUE "00" "05".
000990 01  通勤マスタ状態          PIC  X(02).
001000     88  通勤マスタ正常      VALUE "00" "05".
001010*　ファイル状態は入出力のたびに変わるため，オープンの成否は
001020*　別のフラグに控えて判定する。
001030 01  住民税使用可Ｆ          PIC  X(01)  VALUE "N".
001040     88  住民税使用可        VALUE "Y".
001050 01  通勤使用可Ｆ            PIC  X(01)  VALUE "N".
001060     88  通勤使用可          VALUE "Y".
001070 01  処理区分                PIC  9(01).
001080 01  終了区分                PIC  9(01)  VALUE 0.
001090     88  保守終了            VALUE 9.
001100 01  一覧終了フラグ          PIC  X(01).
001110     88  一覧終了            VALUE "Y".
001120 01  入力エラー              PIC  X(01).
001130     88  入力誤り            VALUE "Y".
001140 01  一覧従業員番号          PIC  9(04).
001150 01  履歴退避域              PIC  X(133).
001160 01  入力転居日              PIC  9(08).
001170 01  入力市区町村      PIC  9(06).
001180 01  転居日                  PIC  9(08).
001190 01  転居日分解  REDEFINES 転居日.
001200     02  転居年              PIC  9(04).
001210     02  転居月日            PIC  9(04).
001220 01  検査日付                PIC  9(08).
001230 01  検査日付分解  REDEFINES 検査日付.
001240     02  検査年              PIC  9(04).
001250     02  検査月              PIC  9(02).
001260     02  検査日              PIC  9(02).
001270 01  期間開始日              PIC  9(08).
001280 01  期間終了日              PIC  9(08).
001290 01  転居件数                PIC  9(05).
001300 01  確認待ち件数            PIC  9(05).
001310 01  現在日時.
001320     02  現在日時１４        PIC  X(14).
001330     02  FILLER              PIC  X(07).
001340*
001350 01  見出し行.
001360     02  FILLER              PIC  X(39)  VALUE
001370         "番号 氏名             転居日    ".
001380     02  FILLER              PIC  X(41)  VALUE
001390         "市区町村   反映年月  通勤手当".
001400 01  明細行編集域.
001410     02  編集従業員番号      PIC  9(04).
001420     02  FILLER              PIC  X(01)  VALUE SPACE.
001430     02  編集氏名            PIC  X(16).
001440     02  FILLER              PIC  X(01)  VALUE SPACE.
001450     02  編集転居日          PIC  9(08).
001460     02  FILLER              PIC  X(02)  VALUE SPACE.
001470     02  編集市区町村        PIC  X(10).
001480     02  FILLER              PIC  X(01)  VALUE SPACE.
001490     02  編集反映年月        PIC  9(06).
001500     02  FILLER              PIC  X(03)  VALUE SPACE.
001510     02  編集通勤確認        PIC  X(12).
001520 01  住所行編集域.
001530     02  FILLER              PIC  X(06)  VALUE SPACE.
001540     02  編集新旧            PIC  X(03).
001550     02  FILLER              PIC  X(01)  VALUE SPACE.
001560     02  編集郵便番号        PIC  X(07).
001570     02  FILLER              PIC  X(01)  VALUE SPACE.
001580     02  編集住所            PIC  X(40).
001590 01  通勤行編集域.
001600     02  FILLER              PIC  X(06)  VALUE SPACE.
001610     02  編集通勤見出し      PIC  X(09).
001620     02  FILLER              PIC  X(01)  VALUE SPACE.
001630     02  編集通勤経路        PIC  X(60).
001640     02  FILLER              PIC  X(01)  VALUE SPACE.
001650     02  編集通勤月額        PIC  ZZZ,ZZ9.
001660*
001670 PROCEDURE  DIVISION.
001680     OPEN I-O 住所履歴ファイル.
001690     IF NOT 住所履歴正常
001700       DISPLAY "住所履歴ファイルが開けません"
001710       STOP RUN
001720     END-IF.
001730     OPEN INPUT 社員マスタファイル.
001740     IF NOT 社員マスタ正常
001750       DISPLAY "社員マスタファイルが開けません"
001760       CLOSE 住所履歴ファイル
001770       STOP RUN
001780     END-IF.
001790     OPEN I-O 住民税マスタファイル.
001800     IF 住民税マスタ正常
001810       SET 住民税使用可 TO TRUE
001820     END-IF.
001830     OPEN INPUT 通勤マスタファイル.
001840     IF 通勤マスタ正常
001850       SET 通勤使用可 TO TRUE
001860     END-IF.
001870     PERFORM 保守メニュー処理 UNTIL 保守終了.
001880     IF 通勤使用可
001890       CLOSE 通勤マスタファイル
001900     END-IF.
001910     IF 住民税使用可
001920       CLOSE 住民税マスタファイル
001930     END-IF.
001940     CLOSE 社員マスタファイル.
001950     CLOSE 住所履歴ファイル.
001960     STOP RUN.
001970*
001980 保守メニュー処理.
001990     DISPLAY "転居管理".
002000     DISPLAY "1:転居内容訂正 2:履歴一覧"
002010             " 3:通勤確認待ち一覧 4:通勤確認済登録"
002020             " 5:転居一覧 9:終了".
002030     ACCEPT 処理区分 FROM CONSOLE.
002040     EVALUATE 処理区分
002050       WHEN 1
002060         PERFORM 訂正処理
002070             THRU 訂正処理出口
002080       WHEN 2
002090         PERFORM 一覧処理
002100       WHEN 3
002110         PERFORM 通勤確認一覧処理
002120       WHEN 4
002130         PERFORM 通勤確認済処理
002140       WHEN 5
002150         PERFORM 転居一覧処理
002160       WHEN 9
002170         MOVE 9 TO 終了区分
002180     END-EVALUATE.
002190*
002200*　転居日と新住所の市区町村コードを訂正する。転居日を変えたとき
002210*　は履歴を付け替え，住民税の反映年月を計算し直して住民税マスタ
002220*　の予約も直す。
002230*
002240 訂正処理.
002250     DISPLAY "従業員番号を入力してください".
002260     ACCEPT 履歴従業員番号 FROM CONSOLE.
002270     DISPLAY "転居日を入力(YYYYMMDD)".
002280     ACCEPT 履歴適用開始日 FROM CONSOLE.
002290     READ 住所履歴ファイル
002300       INVALID KEY
002310         DISPLAY "登録がありません"
002320         GO TO 訂正処理出口
002330     END-READ.
002340     IF 通勤確認不要
002350       DISPLAY "初回登録の住所は訂正できません"
002360       GO TO 訂正処理出口
002370     END-IF.
002380     DISPLAY "旧:" 履歴旧郵便番号 " " 履歴旧住所.
002390     DISPLAY "新:" 履歴郵便番号 " " 履歴住所.
002400     DISPLAY "市区町村:" 履歴市区町村
002410             " 住民税反映:" 履歴反映年月.
002420     DISPLAY "正しい転居日を入力"
002430             "(YYYYMMDD 変更なしは0)"
002440     ACCEPT 入力転居日 FROM CONSOLE.
002450     DISPLAY "市区町村コードを入力(6桁 未確定は0)".
002460     ACCEPT 入力市区町村 FROM CONSOLE.
002470     IF 入力転居日 NOT = 0
002480        AND 入力転居日 NOT = 履歴適用開始日
002490       MOVE "N" TO 入力エラー
002500       MOVE 入力転居日 TO 検査日付
002510       PERFORM 日付検査
002520       IF 入力誤り
002530         DISPLAY "転居日に誤りがあります"
002540         GO TO 訂正処理出口
002550       END-IF
002560       PERFORM 転居日付替
002570       IF 入力誤り
002580         GO TO 訂正処理出口
002590       END-IF
002600     ELSE
002610       MOVE 入力市区町村 TO 履歴市区町村
002620       REWRITE 住所履歴レコード
002630     END-IF.
002640     PERFORM 住民税変更予約.
002650     DISPLAY "訂正しました 住民税反映:"
002660             履歴反映年月.
002670*
002680 訂正処理出口.
002690     EXIT.
002700*
002710*　転居日を変えた履歴を新しいキーで書き直し，元の履歴を削除する。
002720*
002730 転居日付替.
002740     MOVE 住所履歴レコード TO 履歴退避域.
002750     MOVE 入力転居日 TO 履歴適用開始日.
002760     READ 住所履歴ファイル
002770       NOT INVALID KEY
002780         DISPLAY "その転居日の履歴があります"
002790         SET 入力誤り TO TRUE
002800         EXIT PARAGRAPH
002810     END-READ.
002820     MOVE 履歴退避域 TO 住所履歴レコード.
002830     DELETE 住所履歴ファイル.
002840     MOVE 入力転居日 TO 履歴適用開始日.
002850     MOVE 入力市区町村 TO 履歴市区町村.
002860     MOVE 履歴適用開始日 TO 転居日.
002870     PERFORM 反映年月計算.
002880     MOVE FUNCTION CURRENT-DATE TO 現在日時.
002890     MOVE 現在日時１４ TO 履歴登録日時.
002900     WRITE 住所履歴レコード.
002910*
002920 日付検査.
002930     IF 検査月 < 1 OR 検査月 > 12
002940        OR 検査日 < 1 OR 検査日 > 31
002950        OR 検査年 < 1900
002960       SET 入力誤り TO TRUE
002970     END-IF.
002980*
002990*　住民税は１月１日現在の住所地に納める。１月１日の転居はその年
003000*　の６月から，それ以外は翌年の６月から納付先が変わる。
003010*
003020 反映年月計算.
003030     IF 転居月日 = 0101
003040       COMPUTE 履歴反映年月 = 転居年 * 100 + 6
003050     ELSE
003060       COMPUTE 履歴反映年月 = (転居年 + 1) * 100 + 6
003070     END-IF.
003080*
003090*　住民税マスタに新しい市区町村コードと適用年月を予約する。より
003100*　後の転居の予約が既にあるときは上書きしない。
003110*
003120 住民税変更予約.
003130     IF NOT 住民税使用可
003140       EXIT PARAGRAPH
003150     END-IF.
003160     MOVE 履歴従業員番号 TO 住民税従業員番号.
003170     READ 住民税マスタファイル
003180       INVALID KEY
003190         DISPLAY "住民税マスタに登録がありません"
003200         EXIT PARAGRAPH
003210     END-READ.
003220     IF 新市区町村年月 > 履歴反映年月
003230       EXIT PARAGRAPH
003240     END-IF.
003250     MOVE 履歴市区町村 TO 新市区町村.
003260     MOVE 履歴反映年月 TO 新市区町村年月.
003270     REWRITE 住民税マスタレコード.
003280*
003290 一覧処理.
003300     DISPLAY "従業員番号を入力してください".
003310     ACCEPT 一覧従業員番号 FROM CONSOLE.
003320     MOVE "N" TO 一覧終了フラグ.
003330     MOVE 一覧従業員番号 TO 履歴従業員番号.
003340     MOVE 0 TO 履歴適用開始日.
003350     START 住所履歴ファイル KEY NOT < 履歴キー
003360       INVALID KEY
003370         SET 一覧終了 TO TRUE
003380     END-START.
003390     PERFORM 一覧明細 UNTIL 一覧終了.
003400*
003410 一覧明細.
003420     READ 住所履歴ファイル NEXT RECORD
003430       AT END
003440         SET 一覧終了 TO TRUE
003450       NOT AT END
003460         IF 履歴従業員番号 NOT = 一覧従業員番号
003470           SET 一覧終了 TO TRUE
003480         ELSE
003490           DISPLAY 履歴適用開始日 "から "
003500                   履歴郵便番号
003510                   " " 履歴住所
003520           DISPLAY "  市区町村:" 履歴市区町村
003530                   " 住民税反映:" 履歴反映年月
003540                   " 通勤確認:" 履歴通勤確認区分
003550         END-IF
003560     END-READ.
003570*
003580*　通勤確認待ちの転居を，現在の通勤手当の経路・月額とともに一覧
003590*　する。人事担当は通勤手当マスタ保守（TSUKMNT）で見直した後，
003600*　通勤確認済の登録を行う。
003610*
003620 通勤確認一覧処理.
003630     MOVE 0 TO 確認待ち件数.
003640     OPEN OUTPUT 通勤確認一覧ファイル.
003650     MOVE "*** 通勤手当確認待ち一覧 ***"
003660       TO 確認一覧行.
003670     WRITE 確認一覧行.
003680     WRITE 確認一覧行 FROM 見出し行.
003690     PERFORM 履歴走査開始.
003700     PERFORM 通勤確認明細 UNTIL 一覧終了.
003710     MOVE SPACE TO 確認一覧行.
003720     STRING "確認待ち：" 確認待ち件数 "件"
003730            DELIMITED BY SIZE INTO 確認一覧行.
003740     WRITE 確認一覧行.
003750     CLOSE 通勤確認一覧ファイル.
003760     MOVE "JUSHO" TO スプール発行元.
003770     MOVE "JUSHOTK" TO スプール帳票名.
003780     MOVE "JUSHOTK.RPT" TO スプール本文名.
003790     CALL "スプール登録" USING スプール発行元
003800          スプール帳票名 スプール本文名
003810          スプール登録結果.
003820     DISPLAY "通勤確認待ち：" 確認待ち件数 "件".
003830*
003840 通勤確認明細.
003850     READ 住所履歴ファイル NEXT RECORD
003860       AT END
003870         SET 一覧終了 TO TRUE
003880         EXIT PARAGRAPH
003890     END-READ.
003900     IF NOT 通勤確認待ち
003910       EXIT PARAGRAPH
003920     END-IF.
003930     ADD 1 TO 確認待ち件数.
003940     PERFORM 明細行編集.
003950     MOVE 明細行編集域 TO 確認一覧行.
003960     WRITE 確認一覧行.
003970     PERFORM 住所行編集.
003980     MOVE "旧" TO 編集新旧.
003990     MOVE 住所行編集域 TO 確認一覧行.
004000     WRITE 確認一覧行.
004010     PERFORM 新住所行編集.
004020     MOVE 住所行編集域 TO 確認一覧行.
004030     WRITE 確認一覧行.
004040     MOVE SPACE TO 編集通勤経路.
004050     MOVE 0 TO 編集通勤月額.
004060     MOVE "通勤手当" TO 編集通勤見出し.
004070     IF 通勤使用可
004080       MOVE 履歴従業員番号 TO 通勤従業員番号
004090       READ 通勤マスタファイル
004100         INVALID KEY
004110           MOVE "（通勤手当の登録なし）"
004120             TO 編集通勤経路
004130         NOT INVALID KEY
004140           MOVE 通勤経路 TO 編集通勤経路
004150           MOVE 通勤月額 TO 編集通勤月額
004160       END-READ
004170     END-IF.
004180     MOVE 通勤行編集域 TO 確認一覧行.
004190     WRITE 確認一覧行.
004200*
004210 通勤確認済処理.
004220     DISPLAY "従業員番号を入力してください".
004230     ACCEPT 履歴従業員番号 FROM CONSOLE.
004240     DISPLAY "転居日を入力(YYYYMMDD)".
004250     ACCEPT 履歴適用開始日 FROM CONSOLE.
004260     READ 住所履歴ファイル
004270       INVALID KEY
004280         DISPLAY "登録がありません"
004290         EXIT PARAGRAPH
004300     END-READ.
004310     IF NOT 通勤確認待ち
004320       DISPLAY "通勤確認待ちではありません"
004330       EXIT PARAGRAPH
004340     END-IF.
004350     SET 通勤確認済 TO TRUE.
004360     REWRITE 住所履歴レコード.
004370     DISPLAY "通勤確認済としました".
004380*
004390*　指定期間に転居日がある転居（初回登録を除く）を一覧する。
004400*
004410 転居一覧処理.
004420     DISPLAY "期間の開始日を入力(YYYYMMDD)".
004430     ACCEPT 期間開始日 FROM CONSOLE.
004440     DISPLAY "期間の終了日を入力(YYYYMMDD)".
004450     ACCEPT 期間終了日 FROM CONSOLE.
004460     IF 期間終了日 < 期間開始日
004470       DISPLAY "期間に誤りがあります"
004480       EXIT PARAGRAPH
004490     END-IF.
004500     MOVE 0 TO 転居件数.
004510     OPEN OUTPUT 転居一覧ファイル.
004520     MOVE SPACE TO 一覧行.
004530     STRING "*** 転居一覧 " 期間開始日 "〜"
004540            期間終了日 " ***"
004550            DELIMITED BY SIZE INTO 一覧行.
004560     WRITE 一覧行.
004570     WRITE 一覧行 FROM 見出し行.
004580     PERFORM 履歴走査開始.
004590     PERFORM 転居一覧明細 UNTIL 一覧終了.
004600     MOVE SPACE TO 一覧行.
004610     STRING "転居：" 転居件数 "件"
004620            DELIMITED BY SIZE INTO 一覧行.
004630     WRITE 一覧行.
004640     CLOSE 転居一覧ファイル.
004650     MOVE "JUSHO" TO スプール発行元.
004660     MOVE "JUSHO" TO スプール帳票名.
004670     MOVE "JUSHO.RPT" TO スプール本文名.
004680     CALL "スプール登録" USING スプール発行元
004690          スプール帳票名 スプール本文名
004700          スプール登録結果.
004710     DISPLAY "転居：" 転居件数 "件".
004720*
004730 転居一覧明細.
004740     READ 住所履歴ファイル NEXT RECORD
004750       AT END
004760         SET 一覧終了 TO TRUE
004770         EXIT PARAGRAPH
004780     END-READ.
004790     IF 通勤確認不要
004800        OR 履歴適用開始日 < 期間開始日
004810        OR 履歴適用開始日 > 期間終了日
004820       EXIT PARAGRAPH
004830     END-IF.
004840     ADD 1 TO 転居件数.
004850     PERFORM 明細行編集.
004860     MOVE 明細行編集域 TO 一覧行.
004870     WRITE 一覧行.
004880     PERFORM 住所行編集.
004890     MOVE 住所行編集域 TO 一覧行.
004900     WRITE 一覧行.
004910     PERFORM 新住所行編集.
004920     MOVE 住所行編集域 TO 一覧行.
004930     WRITE 一覧行.
004940*
004950 履歴走査開始.
004960     MOVE "N" TO 一覧終了フラグ.
004970     MOVE LOW-VALUE TO 履歴キー.
004980     START 住所履歴ファイル KEY > 履歴キー
004990       INVALID KEY
005000         SET 一覧終了 TO TRUE
005010     END-START.
005020*
005030 明細行編集.
005040     MOVE SPACE TO 明細行編集域.
005050     MOVE 履歴従業員番号 TO 編集従業員番号.
005060     MOVE 履歴従業員番号 TO 社員番号.
005070     READ 社員マスタファイル
005080       INVALID KEY
005090         MOVE SPACE TO 社員氏名
005100     END-READ.
005110     MOVE 社員氏名 TO 編集氏名.
005120     MOVE 履歴適用開始日 TO 編集転居日.
005130     IF 履歴市区町村 = 0
005140       MOVE "未設定" TO 編集市区町村
005150     ELSE
005160       MOVE 履歴市区町村 TO 編集市区町村
005170     END-IF.
005180     MOVE 履歴反映年月 TO 編集反映年月.
005190     EVALUATE TRUE
005200       WHEN 通勤確認待ち
005210         MOVE "確認待ち" TO 編集通勤確認
005220       WHEN 通勤確認済
005230         MOVE "確認済" TO 編集通勤確認
005240     END-EVALUATE.
005250*
005260 住所行編集.
005270     MOVE "旧" TO 編集新旧.
005280     MOVE 履歴旧郵便番号 TO 編集郵便番号.
005290     MOVE 履歴旧住所 TO 編集住所.
005300*
005310 新住所行編集.
005320     MOVE "新" TO 編集新旧.
005330     MOVE 履歴郵便番号 TO 編集郵便番号.
005340     MOVE 履歴住所 TO 編集住所.
005350 END PROGRAM JUSHO.
005360*
005370*=====================================================================
005380*　住所異動登録サブルーチン。住所マスタを更新する住所クラス・住所
005390*　マスタクラスから，住所異動領域（JUSHOP）で従業員・転居日・新旧
005400*　の住所を受け取る。
005410*
005420*　　旧住所が空白なら初回登録として住所履歴に残すだけとする。新旧
005430*　が異なれば転居として住所履歴に登録し，住民税の反映年月（転居後
005440*　に最初に来る１月１日の年の６月）を求めて住民税マスタへ市区町村
005450*　変更を予約し，通勤確認待ちとする。同じ日に２回変更したときは
005460*　その日の履歴を書き直し，元の住所へ戻したときは履歴を取り消す。
005470*
005480*　パラメータ：
005490*　　入出力：住所異動領域（JUSHOP の様式）
005500*=====================================================================
005510 IDENTIFICATION     DIVISION.
005520 PROGRAM-ID.   "住所異動登録".
005530 ENVIRONMENT  DIVISION.
005540 INPUT-OUTPUT  SECTION.
005550 FILE-CONTROL.
005560     SELECT OPTIONAL 住所履歴ファイル
005570       ASSIGN TO "JUSHORK"
005580       ORGANIZATION IS INDEXED
005590       ACCESS MODE  IS DYNAMIC
005600       RECORD KEY   IS 履歴キー
005610       FILE STATUS  IS 住所履歴状態.
005620     SELECT OPTIONAL 住民税マスタファイル
005630       ASSIGN TO "JUMINZM"
005640       ORGANIZATION IS INDEXED
005650       ACCESS MODE  IS RANDOM
005660       RECORD KEY   IS 住民税従業員番号
005670       FILE STATUS  IS 住民税マスタ状態.
005680 DATA  DIVISION.
005690 FILE  SECTION.
005700 FD  住所履歴ファイル.
005710     COPY JUSHORR.
005720 FD  住民税マスタファイル.
005730 01  住民税マスタレコード.
005740     02  住民税従業員番号    PIC  9(004).
005750     02  市区町村コード      PIC  9(006).
005760     02  住民税６月額        PIC  9(007).
005770     02  住民税通常月額      PIC  9(007).
005780     02  新市区町村        PIC  9(006).
005790     02  新市区町村年月  PIC  9(006).
005800 WORKING-STORAGE  SECTION.
005810 01  住所履歴状態            PIC  X(02).
005820     88  住所履歴正常        VALUE "00" "05".
005830 01  住民税マスタ状態        PIC  X(02).
005840     88  住民税マスタ正常    VALUE "00" "05".
005850 01  既存フラグ              PIC  X(01).
005860 01  転居日                  PIC  9(08).
005870 01  転居日分解  REDEFINES 転居日.
005880     02  転居年              PIC  9(04).
005890     02  転居月日            PIC  9(04).
005900 01  現在日時.
005910     02  現在日付            PIC  9(08).
005920     02  現在時刻            PIC  X(06).
005930     02  FILLER              PIC  X(07).
005940 01  現在日時１４  REDEFINES 現在日時
005950                             PIC  X(14).
005960 LINKAGE  SECTION.
005970     COPY JUSHOP.
005980 PROCEDURE  DIVISION USING 住所異動領域.
005990 異動登録開始.
006000     MOVE 0 TO 異動反映年月.
006010     IF 異動従業員番号 = 0
006020       MOVE 9 TO 異動結果
006030       EXIT PROGRAM
006040     END-IF.
006050     IF 異動郵便番号 = 異動旧郵便番号
006060        AND 異動住所 = 異動旧住所
006070       MOVE 1 TO 異動結果
006080       EXIT PROGRAM
006090     END-IF.
006100     MOVE FUNCTION CURRENT-DATE TO 現在日時.
006110     IF 異動日 = 0
006120       MOVE 現在日付 TO 転居日
006130     ELSE
006140       MOVE 異動日 TO 転居日
006150     END-IF.
006160     OPEN I-O 住所履歴ファイル.
006170     IF NOT 住所履歴正常
006180       CLOSE 住所履歴ファイル
006190       MOVE 9 TO 異動結果
006200       EXIT PROGRAM
006210     END-IF.
006220     PERFORM 履歴登録.
006230     CLOSE 住所履歴ファイル.
006240     IF 異動結果 = 0
006250       PERFORM 住民税変更予約
006260     END-IF.
006270     EXIT PROGRAM.
006280*
006290*　同じ日の履歴があれば，その旧住所（その日の転居前の住所）を
006300*　残して新住所を書き直す。
006310*
006320 履歴登録.
006330     MOVE 異動従業員番号 TO 履歴従業員番号.
006340     MOVE 転居日 TO 履歴適用開始日.
006350     MOVE "Y" TO 既存フラグ.
006360     READ 住所履歴ファイル
006370       INVALID KEY
006380         MOVE "N" TO 既存フラグ
006390         MOVE 異動旧郵便番号 TO 履歴旧郵便番号
006400         MOVE 異動旧住所 TO 履歴旧住所
006410         MOVE 0 TO 履歴市区町村
006420     END-READ.
006430     IF 既存フラグ = "Y"
006440        AND 異動郵便番号 = 履歴旧郵便番号
006450        AND 異動住所 = 履歴旧住所
006460       DELETE 住所履歴ファイル
006470       MOVE 1 TO 異動結果
006480       EXIT PARAGRAPH
006490     END-IF.
006500     MOVE 異動郵便番号 TO 履歴郵便番号.
006510     MOVE 異動住所 TO 履歴住所.
006520     IF 異動市区町村 NOT = 0
006530       MOVE 異動市区町村 TO 履歴市区町村
006540     END-IF.
006550     IF 履歴旧郵便番号 = SPACE AND 履歴旧住所 = SPACE
006560       MOVE 0 TO 履歴反映年月
006570       SET 通勤確認不要 TO TRUE
006580       MOVE 2 TO 異動結果
006590     ELSE
006600       PERFORM 反映年月計算
006610       SET 通勤確認待ち TO TRUE
006620       MOVE 0 TO 異動結果
006630     END-IF.
006640     MOVE 現在日時１４ TO 履歴登録日時.
006650     IF 既存フラグ = "Y"
006660       REWRITE 住所履歴レコード
006670     ELSE
006680       WRITE 住所履歴レコード
006690     END-IF.
006700     IF NOT 住所履歴正常
006710       MOVE 9 TO 異動結果
006720     END-IF.
006730     MOVE 履歴反映年月 TO 異動反映年月.
006740*
006750 反映年月計算.
006760     IF 転居月日 = 0101
006770       COMPUTE 履歴反映年月 = 転居年 * 100 + 6
006780     ELSE
006790       COMPUTE 履歴反映年月 = (転居年 + 1) * 100 + 6
006800     END-IF.
006810*
006820*　住民税マスタに登録がある従業員は，新しい市区町村コード（未確定
006830*　なら０）と適用年月を予約する。より後の予約があれば上書きしない。
006840*
006850 住民税変更予約.
006860     OPEN I-O 住民税マスタファイル.
006870     IF NOT 住民税マスタ正常
006880       CLOSE 住民税マスタファイル
006890       EXIT PARAGRAPH
006900     END-IF.
006910     MOVE 異動従業員番号 TO 住民税従業員番号.
006920     READ 住民税マスタファイル
006930       NOT INVALID KEY
006940         IF 新市区町村年月 <= 異動反映年月
006950           MOVE 履歴市区町村 TO 新市区町村
006960           MOVE 異動反映年月 TO 新市区町村年月
006970           REWRITE 住民税マスタレコード
006980         END-IF
006990     END-READ.
007000     CLOSE 住民税マスタファイル.
007010 END PROGRAM "住所異動登録".
