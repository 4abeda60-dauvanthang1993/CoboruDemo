000010*=====================================================================
000020*　人員統計バッチ　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　社員マスタの入社年月日・退社年月日と人事異動（JINJIIDO）の
000050*　異動履歴から，指定した期間の部門別の期首人数・入社・転入・
000060*　転出・退職・期末人数と，期末在籍者の平均勤続年数・年換算の
000070*　離職率を求め，部門・職級別の期末人数とともに報告書（スプール
000080*　経由）とＣＳＶファイルへ出力する。部門名は部門マスタから引く。
000090*
000100*　　在籍の判定は給与計算メソッドと同じく，退社年月日の当日から
000110*　退社済とする。各時点の所属部門は人事異動処理の時点人数集計と
000120*　同じ考え方で，その日以前の最新の異動の新部門，なければその日
000130*　より後の最初の異動の旧部門，異動が無ければ現在の所属とする。
000140*　職級は異動履歴を持たないため現在の職級で数える。
000142*　期末在籍者のうち基準日に休業ファイル（KYUGYOM）で休業中の者を
000144*　休業人数として別に示す（期末人数に含む）。
000150*
000160*　　期首人数＝期間開始日の前日の在籍者（開始日の前日時点の部門）
000170*　　入社・退職＝入社日・退社日が期間内の者（その日の部門）
000180*　　転入・転出＝発令日が期間内の異動（新部門へ転入・旧部門から
000190*　　　　　　　　転出）
000200*　　期末人数＝期間終了日（基準日）の在籍者
000210*　　離職率（年換算）＝退職人数÷（期首人数＋期末人数）÷２
000220*　　　　　　　　　　　×３６５÷期間日数×１００
000230*
000240*                              Copyright 1998-2015 FUJITSU LIMITED
000250*=====================================================================
000260 IDENTIFICATION     DIVISION.
000270 PROGRAM-ID.   JINJITOK.
000280 ENVIRONMENT  DIVISION.
000290 INPUT-OUTPUT  SECTION.
000300 FILE-CONTROL.
000310     SELECT 社員マスタファイル
000320       ASSIGN TO "SHAINM"
000330       ORGANIZATION IS INDEXED
000340       ACCESS MODE  IS SEQUENTIAL
000350       RECORD KEY   IS 社員番号
000360       FILE STATUS  IS 社員マスタ状態.
000370     SELECT OPTIONAL 異動履歴ファイル
000380       ASSIGN TO "IDOU"
000390       ORGANIZATION IS INDEXED
000400       ACCESS MODE  IS SEQUENTIAL
000410       RECORD KEY   IS 異動番号
000420       FILE STATUS  IS 異動履歴状態.
000430     SELECT OPTIONAL 部門マスタファイル
000440       ASSIGN TO "BUMONM"
000450       ORGANIZATION IS INDEXED
000460       ACCESS MODE  IS RANDOM
000470       RECORD KEY   IS 部門コード
000480       FILE STATUS  IS 部門マスタ状態.
000490     SELECT 統計報告ファイル
000500       ASSIGN TO "JINJITOK.RPT"
000510       ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT 統計ＣＳＶファイル
000530       ASSIGN TO "JINJITOK.CSV"
000540       ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA  DIVISION.
000560 FILE  SECTION.
000570 FD  社員マスタファイル.
000580     COPY SHAINMR.
000590 FD  異動履歴ファイル.
000600 01  異動履歴レコード.
000610     02  異動番号            PIC  9(006).
000620     02  異動従業員番号      PIC  9(004).
000630     02  異動旧部門コード    PIC  X(004).
000640     02  異動新部門コード    PIC  X(004).
000650     02  異動発令日          PIC  9(008).
000660     02  異動登録日時        PIC  X(014).
000670 FD  部門マスタファイル.
000680 01  部門マスタレコード.
000690     02  部門コード          PIC  X(004).
000700     02  部門名              PIC  N(010).
000710     02  部門事業区分        PIC  X(001).
000720     02  部門長番号          PIC  9(004).
000730 FD  統計報告ファイル.
000740 01  報告行                  PIC  X(120).
000750 FD  統計ＣＳＶファイル.
000760 01  ＣＳＶ行                PIC  X(160).
000770 WORKING-STORAGE  SECTION.
000780 77  スプール発行元          PIC  X(08).
000790 77  スプール帳票名          PIC  X(08).
000800 77  スプール本文名          PIC  X(20).
000810 77  スプール登録結果        PIC  9(01).
000820 01  社員マスタ状態          PIC  X(02).
000830     88  社員マスタ正常      VALUE "00" "05".
000840 01  異動履歴状態            PIC  X(02).
000850     88  異動履歴正常        VALUE "00" "05".
000860 01  部門マスタ状態          PIC  X(02).
000870     88  部門マスタ正常      VALUE "00" "05".
000880*　ファイル状態は入出力のたびに変わるため，オープンの成否は
000890*　別のフラグに控えて判定する。
000900 01  部門使用可Ｆ            PIC  X(01)  VALUE "N".
000910     88  部門使用可          VALUE "Y".
000920 01  マスタ終了フラグ        PIC  X(01)  VALUE "N".
000930     88  マスタ終了          VALUE "Y".
000940 01  異動終了フラグ          PIC  X(01)  VALUE "N".
000950     88  異動終了            VALUE "Y".
000960 01  期間開始日              PIC  9(08).
000970 01  基準日                  PIC  9(08).
000980 01  基準日分解  REDEFINES 基準日.
000990     02  基準年              PIC  9(04).
001000     02  基準月              PIC  9(02).
001010     02  基準日日            PIC  9(02).
001020 01  期首日                  PIC  9(08).
001030 01  期間日数                PIC  9(05).
001040 01  入社日分解域            PIC  9(08).
001050 01  入社日分解  REDEFINES 入社日分解域.
001060     02  入社年              PIC  9(04).
001070     02  入社月              PIC  9(02).
001080     02  入社日日            PIC  9(02).
001090 01  勤続月数                PIC S9(05).
001100*　時点部門特定の入出力
001110 01  時点基準日              PIC  9(08).
001120 01  時点部門コード          PIC  X(04).
001130 01  最新発令日              PIC  9(08).
001140 01  最古発令日              PIC  9(08).
001150 01  最古旧部門              PIC  X(04).
001160 01  異動添字                PIC  9(04)  COMP-5.
001170 01  異動登録数              PIC  9(04)  COMP-5 VALUE 0.
001180 01  部門添字                PIC  9(03)  COMP-5.
001190 01  部門登録数              PIC  9(03)  COMP-5 VALUE 0.
001200 01  検索添字                PIC  9(03)  COMP-5.
001210 01  整列添字                PIC  9(03)  COMP-5.
001220 01  職級添字                PIC  9(02)  COMP-5.
001230 01  対象部門コード          PIC  X(04).
001240 01  あふれ件数              PIC  9(06)  VALUE 0.
001250 01  平均人数                PIC  9(05)V9.
001260 01  平均勤続年数            PIC  9(02)V9.
001270 01  離職率                  PIC  9(03)V9.
001275     COPY KYUGYOP.
001280 01  交換退避領域            PIC  X(120).
001290*
001300*　異動履歴（発令日順とは限らないため全件を表に読み込む）
001310*
001320 01  異動表.
001330     02  異動明細  OCCURS 2000.
001340         03  表異動従業員    PIC  9(04).
001350         03  表異動旧部門    PIC  X(04).
001360         03  表異動新部門    PIC  X(04).
001370         03  表異動発令日    PIC  9(08).
001380*
001390 01  統計表.
001400     02  統計明細  OCCURS 50.
001410         03  統計部門コード  PIC  X(04).
001420         03  統計期首人数    PIC  9(05).
001430         03  統計入社人数    PIC  9(05).
001440         03  統計転入人数    PIC  9(05).
001450         03  統計転出人数    PIC  9(05).
001460         03  統計退職人数    PIC  9(05).
001470         03  統計期末人数    PIC  9(05).
001475         03  統計休業人数    PIC  9(05).
001480         03  統計勤続人数    PIC  9(05).
001490         03  統計勤続月数計  PIC  9(09).
001500         03  統計職級人数    PIC  9(05)  OCCURS 9.
001510*
001520 01  会社計領域.
001530     02  会社計部門コード    PIC  X(04).
001540     02  会社計期首人数      PIC  9(05).
001550     02  会社計入社人数      PIC  9(05).
001560     02  会社計転入人数      PIC  9(05).
001570     02  会社計転出人数      PIC  9(05).
001580     02  会社計退職人数      PIC  9(05).
001590     02  会社計期末人数      PIC  9(05).
001595     02  会社計休業人数      PIC  9(05).
001600     02  会社計勤続人数      PIC  9(05).
001610     02  会社計勤続月数計    PIC  9(09).
001620     02  会社計職級人数      PIC  9(05)  OCCURS 9.
001630*
001640*　出力する１行分（部門または会社計）
001650*
001660 01  出力行領域.
001670     02  出力部門コード      PIC  X(04).
001680     02  出力期首人数        PIC  9(05).
001690     02  出力入社人数        PIC  9(05).
001700     02  出力転入人数        PIC  9(05).
001710     02  出力転出人数        PIC  9(05).
001720     02  出力退職人数        PIC  9(05).
001730     02  出力期末人数        PIC  9(05).
001735     02  出力休業人数        PIC  9(05).
001740     02  出力勤続人数        PIC  9(05).
001750     02  出力勤続月数計      PIC  9(09).
001760     02  出力職級人数        PIC  9(05)  OCCURS 9.
001770*
001780 01  明細行編集域.
001790     02  編集部門コード      PIC  X(04).
001800     02  FILLER              PIC  X(01)  VALUE SPACE.
001810     02  編集部門名          PIC  N(10).
001820     02  FILLER              PIC  X(01)  VALUE SPACE.
001830     02  編集期首人数        PIC  ZZZZ9.
001840     02  FILLER              PIC  X(01)  VALUE SPACE.
001850     02  編集入社人数        PIC  ZZZZ9.
001860     02  FILLER              PIC  X(01)  VALUE SPACE.
001870     02  編集転入人数        PIC  ZZZZ9.
001880     02  FILLER              PIC  X(01)  VALUE SPACE.
001890     02  編集転出人数        PIC  ZZZZ9.
001900     02  FILLER              PIC  X(01)  VALUE SPACE.
001910     02  編集退職人数        PIC  ZZZZ9.
001920     02  FILLER              PIC  X(01)  VALUE SPACE.
001930     02  編集期末人数        PIC  ZZZZ9.
001932     02  FILLER              PIC  X(01)  VALUE SPACE.
001934     02  編集休業人数        PIC  ZZZZ9.
001940     02  FILLER              PIC  X(03)  VALUE SPACE.
001950     02  編集平均勤続        PIC  Z9.9.
001960     02  FILLER              PIC  X(03)  VALUE SPACE.
001970     02  編集離職率          PIC  ZZ9.9.
001980*
001990 01  職級行編集域.
002000     02  編集職級部門コード  PIC  X(04).
002010     02  FILLER              PIC  X(01)  VALUE SPACE.
002020     02  編集職級部門名      PIC  N(10).
002030     02  編集職級欄  OCCURS 9.
002040         03  FILLER          PIC  X(01).
002050         03  編集職級人数    PIC  ZZZZ9.
002060     02  FILLER              PIC  X(01)  VALUE SPACE.
002070     02  編集職級計          PIC  ZZZZ9.
002080*
002090 01  ＣＳＶ数値編集域.
002100     02  ＣＳＶ平均勤続      PIC  99.9.
002110     02  ＣＳＶ離職率        PIC  999.9.
002120*
002130 PROCEDURE  DIVISION.
002140     DISPLAY "人員統計バッチ".
002150     DISPLAY "期間開始日を入力(YYYYMMDD)".
002160     ACCEPT 期間開始日 FROM CONSOLE.
002170     DISPLAY "基準日（期間終了日）を入力(YYYYMMDD)".
002180     ACCEPT 基準日 FROM CONSOLE.
002190     IF 期間開始日 > 基準日
002200       DISPLAY "期間の指定に誤りがあります"
002210       STOP RUN
002220     END-IF.
002230     INITIALIZE 会社計領域.
002240     COMPUTE 期首日 = FUNCTION DATE-OF-INTEGER(
002250         FUNCTION INTEGER-OF-DATE(期間開始日) - 1).
002260     COMPUTE 期間日数 =
002270         FUNCTION INTEGER-OF-DATE(基準日)
002280       - FUNCTION INTEGER-OF-DATE(期間開始日) + 1.
002290*
002300*　異動履歴を表に読み込む。
002310*
002320     OPEN INPUT 異動履歴ファイル.
002330     IF NOT 異動履歴正常
002340       SET 異動終了 TO TRUE
002350     END-IF.
002360     PERFORM 異動読込.
002370     PERFORM 異動表登録 UNTIL 異動終了.
002380     CLOSE 異動履歴ファイル.
002390*
002400*　従業員ごとに期首・入社・退職・期末を判定し，期間内の異動を
002410*　転入・転出として数える。
002420*
002430     OPEN INPUT 社員マスタファイル.
002440     IF NOT 社員マスタ正常
002450       DISPLAY "社員マスタファイルが開けません"
002460       STOP RUN
002470     END-IF.
002480     PERFORM 社員マスタ読込.
002490     PERFORM 従業員判定 UNTIL マスタ終了.
002500     CLOSE 社員マスタファイル.
002510     PERFORM 異動集計
002520         VARYING 異動添字 FROM 1 BY 1
002530         UNTIL 異動添字 > 異動登録数.
002540     PERFORM 統計表整列.
002550*
002560     OPEN INPUT 部門マスタファイル.
002570     IF 部門マスタ正常
002580       SET 部門使用可 TO TRUE
002590     END-IF.
002600     OPEN OUTPUT 統計報告ファイル.
002610     OPEN OUTPUT 統計ＣＳＶファイル.
002620     MOVE SPACE TO 報告行.
002630     STRING "*** 人員統計 " 期間開始日 "〜" 基準日
002640            " ***"
002650            DELIMITED BY SIZE INTO 報告行.
002660     WRITE 報告行.
002670     MOVE "部門 部門名                期首" &
002675          "  入社  転入" &
002680          "  転出  退職  期末  休業" &
002685          "  平均勤続  離職率"
002690       TO 報告行.
002700     WRITE 報告行.
002710     MOVE "部門,期首人数,入社,転入,転出,退職," &
002720          "期末人数,休業人数," &
002725          "平均勤続年数,離職率," &
002730          "職級1,職級2,職級3,職級4,職級5," &
002740          "職級6,職級7,職級8,職級9"
002750       TO ＣＳＶ行.
002760     WRITE ＣＳＶ行.
002770     PERFORM 部門行出力
002780         VARYING 部門添字 FROM 1 BY 1
002790         UNTIL 部門添字 > 部門登録数.
002800     MOVE 会社計領域 TO 出力行領域.
002810     PERFORM 統計行出力.
002820*
002830     MOVE SPACE TO 報告行.
002840     WRITE 報告行.
002850     MOVE SPACE TO 報告行.
002860     STRING "*** 部門・職級別期末人数 " 基準日
002870            " ***"
002880            DELIMITED BY SIZE INTO 報告行.
002890     WRITE 報告行.
002900     MOVE "部門 部門名                 1級   2級   3級" &
002910          "   4級   5級   6級   7級   8級   9級    計"
002920       TO 報告行.
002930     WRITE 報告行.
002940     PERFORM 職級行出力
002950         VARYING 部門添字 FROM 1 BY 1
002960         UNTIL 部門添字 > 部門登録数.
002970     MOVE 会社計領域 TO 出力行領域.
002980     PERFORM 職級行編集.
002990     CLOSE 統計ＣＳＶファイル.
003000     CLOSE 統計報告ファイル.
003010     CLOSE 部門マスタファイル.
003020     MOVE "JINJITOK" TO スプール発行元.
003030     MOVE "JINJITOK" TO スプール帳票名.
003040     MOVE "JINJITOK.RPT"
003050       TO スプール本文名.
003060     CALL "スプール登録" USING スプール発行元
003070          スプール帳票名 スプール本文名
003080          スプール登録結果.
003090     DISPLAY "部門数：" 部門登録数
003100             " 期末人数：" 会社計期末人数.
003110     IF あふれ件数 NOT = 0
003120       DISPLAY "警告：集計表あふれ 読み飛ばし："
003130               あふれ件数
003140     END-IF.
003150     STOP RUN.
003160*
003170 異動読込.
003180     READ 異動履歴ファイル NEXT RECORD
003190       AT END
003200         SET 異動終了 TO TRUE
003210     END-READ.
003220*
003230 異動表登録.
003240     IF 異動登録数 < 2000
003250       ADD 1 TO 異動登録数
003260       MOVE 異動従業員番号
003270         TO 表異動従業員(異動登録数)
003280       MOVE 異動旧部門コード
003290         TO 表異動旧部門(異動登録数)
003300       MOVE 異動新部門コード
003310         TO 表異動新部門(異動登録数)
003320       MOVE 異動発令日
003330         TO 表異動発令日(異動登録数)
003340     ELSE
003350       ADD 1 TO あふれ件数
003360     END-IF.
003370     PERFORM 異動読込.
003380*
003390 社員マスタ読込.
003400     READ 社員マスタファイル NEXT RECORD
003410       AT END
003420         SET マスタ終了 TO TRUE
003430     END-READ.
003440*
003450*　入社年月日が０の従業員は期間より前からの在籍とみなす。
003460*
003470 従業員判定.
003480     IF 社員入社年月日 < 期間開始日
003490        AND (社員退社年月日 = 0
003500             OR 社員退社年月日 > 期首日)
003510       MOVE 期首日 TO 時点基準日
003520       PERFORM 時点統計位置特定
003530       IF 部門添字 NOT = 0
003540         ADD 1 TO 統計期首人数(部門添字)
003550         ADD 1 TO 会社計期首人数
003560       END-IF
003570     END-IF.
003580     IF 社員入社年月日 >= 期間開始日
003590        AND 社員入社年月日 <= 基準日
003600       MOVE 社員入社年月日 TO 時点基準日
003610       PERFORM 時点統計位置特定
003620       IF 部門添字 NOT = 0
003630         ADD 1 TO 統計入社人数(部門添字)
003640         ADD 1 TO 会社計入社人数
003650       END-IF
003660     END-IF.
003670     IF 社員退社年月日 >= 期間開始日
003680        AND 社員退社年月日 <= 基準日
003690       MOVE 社員退社年月日 TO 時点基準日
003700       PERFORM 時点統計位置特定
003710       IF 部門添字 NOT = 0
003720         ADD 1 TO 統計退職人数(部門添字)
003730         ADD 1 TO 会社計退職人数
003740       END-IF
003750     END-IF.
003760     IF 社員入社年月日 <= 基準日
003770        AND (社員退社年月日 = 0
003780             OR 社員退社年月日 > 基準日)
003790       MOVE 基準日 TO 時点基準日
003800       PERFORM 時点統計位置特定
003810       IF 部門添字 NOT = 0
003820         PERFORM 期末在籍加算
003830       END-IF
003840     END-IF.
003850     PERFORM 社員マスタ読込.
003860*
003870*　期末在籍者の人数・職級別人数・勤続月数を加える。勤続月数は
003880*　基準日までの満月数とする。
003890*
003900 期末在籍加算.
003910     ADD 1 TO 統計期末人数(部門添字).
003920     ADD 1 TO 会社計期末人数.
003921     MOVE "3" TO 照会機能区分.
003922     MOVE 社員番号 TO 照会従業員番号.
003923     MOVE 基準日 TO 照会開始日.
003924     MOVE 0 TO 照会終了日.
003925     CALL "休業状況取得" USING 休業照会領域.
003926     IF 照会結果 = 0
003927       ADD 1 TO 統計休業人数(部門添字)
003928       ADD 1 TO 会社計休業人数
003929     END-IF.
003930     IF 社員職級 >= 1
003940       ADD 1 TO 統計職級人数(部門添字 社員職級)
003950       ADD 1 TO 会社計職級人数(社員職級)
003960     END-IF.
003970     IF 社員入社年月日 = 0
003980       EXIT PARAGRAPH
003990     END-IF.
004000     MOVE 社員入社年月日 TO 入社日分解域.
004010     COMPUTE 勤続月数 =
004020         (基準年 - 入社年) * 12
004030       + 基準月 - 入社月.
004040     IF 基準日日 < 入社日日
004050       SUBTRACT 1 FROM 勤続月数
004060     END-IF.
004070     IF 勤続月数 < 0
004080       MOVE 0 TO 勤続月数
004090     END-IF.
004100     ADD 1 TO 統計勤続人数(部門添字).
004110     ADD 1 TO 会社計勤続人数.
004120     ADD 勤続月数 TO 統計勤続月数計(部門添字).
004130     ADD 勤続月数 TO 会社計勤続月数計.
004140*
004150*　時点基準日の所属部門を求め，統計表の位置を決める。
004160*
004170 時点統計位置特定.
004180     PERFORM 時点部門特定.
004190     MOVE 時点部門コード TO 対象部門コード.
004200     PERFORM 統計位置特定.
004210*
004220 時点部門特定.
004230     MOVE 社員部門コード TO 時点部門コード.
004240     MOVE 0        TO 最新発令日.
004250     MOVE 99999999 TO 最古発令日.
004260     MOVE SPACE    TO 最古旧部門.
004270     PERFORM 時点部門判定
004280         VARYING 異動添字 FROM 1 BY 1
004290         UNTIL 異動添字 > 異動登録数.
004300     IF 最新発令日 = 0 AND 最古旧部門 NOT = SPACE
004310       MOVE 最古旧部門 TO 時点部門コード
004320     END-IF.
004330*
004340 時点部門判定.
004350     IF 表異動従業員(異動添字) NOT = 社員番号
004360       EXIT PARAGRAPH
004370     END-IF.
004380     IF 表異動発令日(異動添字) <= 時点基準日
004390       IF 表異動発令日(異動添字) >= 最新発令日
004400         MOVE 表異動発令日(異動添字) TO 最新発令日
004410         MOVE 表異動新部門(異動添字)
004420           TO 時点部門コード
004430       END-IF
004440     ELSE
004450       IF 表異動発令日(異動添字) < 最古発令日
004460         MOVE 表異動発令日(異動添字) TO 最古発令日
004470         MOVE 表異動旧部門(異動添字) TO 最古旧部門
004480       END-IF
004490     END-IF.
004500*
004510*　発令日が期間内の異動を旧部門の転出・新部門の転入とする。
004520*
004530 異動集計.
004540     IF 表異動発令日(異動添字) < 期間開始日
004550        OR 表異動発令日(異動添字) > 基準日
004560        OR 表異動旧部門(異動添字)
004570           = 表異動新部門(異動添字)
004580       EXIT PARAGRAPH
004590     END-IF.
004600     MOVE 表異動旧部門(異動添字)
004605       TO 対象部門コード.
004610     PERFORM 統計位置特定.
004620     IF 部門添字 NOT = 0
004630       ADD 1 TO 統計転出人数(部門添字)
004640       ADD 1 TO 会社計転出人数
004650     END-IF.
004660     MOVE 表異動新部門(異動添字)
004665       TO 対象部門コード.
004670     PERFORM 統計位置特定.
004680     IF 部門添字 NOT = 0
004690       ADD 1 TO 統計転入人数(部門添字)
004700       ADD 1 TO 会社計転入人数
004710     END-IF.
004720*
004730 統計位置特定.
004740     MOVE 0 TO 部門添字.
004750     PERFORM 統計位置照合
004760         VARYING 検索添字 FROM 1 BY 1
004770         UNTIL 検索添字 > 部門登録数.
004780     IF 部門添字 = 0
004790       IF 部門登録数 < 50
004800         ADD 1 TO 部門登録数
004810         MOVE 部門登録数 TO 部門添字
004820         INITIALIZE 統計明細(部門添字)
004830         MOVE 対象部門コード
004840           TO 統計部門コード(部門添字)
004850       ELSE
004860         ADD 1 TO あふれ件数
004870       END-IF
004880     END-IF.
004890*
004900 統計位置照合.
004910     IF 統計部門コード(検索添字)
004915        = 対象部門コード
004920       MOVE 検索添字 TO 部門添字
004930     END-IF.
004940*
004950*　部門コード順の単純交換整列。
004960*
004970 統計表整列.
004980     PERFORM 整列一巡
004990         VARYING 整列添字 FROM 1 BY 1
005000         UNTIL 整列添字 >= 部門登録数.
005010*
005020 整列一巡.
005030     PERFORM 整列比較
005040         VARYING 検索添字 FROM 1 BY 1
005050         UNTIL 検索添字 >= 部門登録数.
005060*
005070 整列比較.
005080     IF 統計部門コード(検索添字)
005090        > 統計部門コード(検索添字 + 1)
005100       MOVE 統計明細(検索添字) TO 交換退避領域
005110       MOVE 統計明細(検索添字 + 1)
005120         TO 統計明細(検索添字)
005130       MOVE 交換退避領域
005140         TO 統計明細(検索添字 + 1)
005150     END-IF.
005160*
005170 部門行出力.
005180     MOVE 統計明細(部門添字) TO 出力行領域.
005190     PERFORM 統計行出力.
005200*
005210*　出力行領域の１行分を報告書とＣＳＶへ出力する。
005220*
005230 統計行出力.
005240     MOVE SPACE TO 明細行編集域.
005250     IF 出力部門コード = SPACE
005260       MOVE "合計" TO 編集部門コード
005270       MOVE SPACE TO 編集部門名
005280     ELSE
005290       MOVE 出力部門コード TO 編集部門コード
005300       PERFORM 部門名取得
005310     END-IF.
005320     MOVE 出力期首人数 TO 編集期首人数.
005330     MOVE 出力入社人数 TO 編集入社人数.
005340     MOVE 出力転入人数 TO 編集転入人数.
005350     MOVE 出力転出人数 TO 編集転出人数.
005360     MOVE 出力退職人数 TO 編集退職人数.
005370     MOVE 出力期末人数 TO 編集期末人数.
005375     MOVE 出力休業人数 TO 編集休業人数.
005380     MOVE 0 TO 平均勤続年数.
005390     IF 出力勤続人数 NOT = 0
005400       COMPUTE 平均勤続年数 =
005410           出力勤続月数計 / 出力勤続人数 / 12
005420     END-IF.
005430     MOVE 0 TO 離職率.
005440     COMPUTE 平均人数 =
005450         (出力期首人数 + 出力期末人数) / 2.
005460     IF 平均人数 NOT = 0
005470       COMPUTE 離職率 ROUNDED =
005480           出力退職人数 / 平均人数
005490         * 365 / 期間日数 * 100
005500         ON SIZE ERROR
005510           MOVE 999.9 TO 離職率
005520       END-COMPUTE
005530     END-IF.
005540     MOVE 平均勤続年数 TO 編集平均勤続.
005550     MOVE 離職率       TO 編集離職率.
005560     MOVE 明細行編集域 TO 報告行.
005570     WRITE 報告行.
005580*
005590     MOVE 平均勤続年数 TO ＣＳＶ平均勤続.
005600     MOVE 離職率       TO ＣＳＶ離職率.
005610     MOVE SPACE TO ＣＳＶ行.
005620     STRING 編集部門コード ","
005630            出力期首人数 "," 出力入社人数 ","
005640            出力転入人数 "," 出力転出人数 ","
005650            出力退職人数 "," 出力期末人数 ","
005655            出力休業人数 ","
005660            ＣＳＶ平均勤続 "," ＣＳＶ離職率 ","
005670            出力職級人数(1) "," 出力職級人数(2) ","
005680            出力職級人数(3) "," 出力職級人数(4) ","
005690            出力職級人数(5) "," 出力職級人数(6) ","
005700            出力職級人数(7) "," 出力職級人数(8) ","
005710            出力職級人数(9)
005720            DELIMITED BY SIZE
005730       INTO ＣＳＶ行.
005740     WRITE ＣＳＶ行.
005750*
005760 部門名取得.
005770     MOVE SPACE TO 編集部門名.
005780     IF 部門使用可
005790       MOVE 出力部門コード TO 部門コード
005800       READ 部門マスタファイル
005810         INVALID KEY
005820           CONTINUE
005830         NOT INVALID KEY
005840           MOVE 部門名 TO 編集部門名
005850       END-READ
005860     END-IF.
005870*
005880 職級行出力.
005890     MOVE 統計明細(部門添字) TO 出力行領域.
005900     PERFORM 職級行編集.
005910*
005920 職級行編集.
005930     MOVE SPACE TO 職級行編集域.
005940     IF 出力部門コード = SPACE
005950       MOVE "合計" TO 編集職級部門コード
005960       MOVE SPACE TO 編集職級部門名
005970     ELSE
005980       MOVE 出力部門コード TO 編集職級部門コード
005990       PERFORM 部門名取得
006000       MOVE 編集部門名 TO 編集職級部門名
006010     END-IF.
006020     PERFORM 職級欄編集
006030         VARYING 職級添字 FROM 1 BY 1
006040         UNTIL 職級添字 > 9.
006050     MOVE 出力期末人数 TO 編集職級計.
006060     MOVE 職級行編集域 TO 報告行.
006070     WRITE 報告行.
006080*
006090 職級欄編集.
006100     MOVE 出力職級人数(職級添字)
006110       TO 編集職級人数(職級添字).
